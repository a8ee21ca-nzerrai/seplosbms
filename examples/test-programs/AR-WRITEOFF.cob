       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-WRITEOFF.
       AUTHOR. TEST-SUITE.
      *****************************************************************
      * Bad-debt write-off of aged receivables: items DUNNING has     *
      * taken to the last level no longer sit in the open items       *
      * forever.                                                      *
      * - Proposes every invoice at or past the dunning level and     *
      *   days past due given as call parameters (default level 3,    *
      *   180 days)                                                   *
      * - Items up to the approval limit (call parameter, default     *
      *   1,000.00) are written off at once; larger ones wait in      *
      *   writeoff-proposals.dat until the credit manager returns     *
      *   them approved ('A') or rejected ('R') in                    *
      *   writeoff-approvals.dat                                      *
      * - Written-off items leave the open items, post to bad-debt    *
      *   expense as JV-layout entries (COAMAP type 'BD') and are     *
      *   kept in ar-writeoff-history.dat, where LOCKBOX-INTAKE finds *
      *   them to book a later payment from the customer as a         *
      *   recovery                                                    *
      * - Quarterly report for the credit manager: write-offs and     *
      *   recoveries by customer (call parameter 4 = YYYYQ, default   *
      *   the quarter of the run date)                                *
      * - Write-offs are logged to ar-activity.dat for the monthly    *
      *   customer statements (AR-STATEMENT)                          *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-OPEN-FILE
               ASSIGN TO 'ar-open-items.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARO-STATUS.

      *    Open items less tonight's write-offs.
           SELECT NEW-AR-OPEN-FILE
               ASSIGN TO 'ar-open-items-new.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NAR-STATUS.

      *    Decisions on earlier proposals, kept by the credit manager.
           SELECT WRITEOFF-APPROVAL-FILE
               ASSIGN TO 'writeoff-approvals.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAP-STATUS.

           SELECT WRITEOFF-PROPOSAL-FILE
               ASSIGN TO 'writeoff-proposals.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOP-STATUS.

           SELECT WRITEOFF-HISTORY-FILE
               ASSIGN TO 'ar-writeoff-history.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOH-STATUS.

      *    Recoveries booked by LOCKBOX-INTAKE.
           SELECT RECOVERY-FILE
               ASSIGN TO 'ar-recoveries.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCV-STATUS.

           SELECT COA-MAPPING-FILE
               ASSIGN TO 'coamap.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-STATUS.

      *    Picked up by GLCOLLCT (source BDJRNL).
           SELECT BAD-DEBT-JOURNAL-FILE
               ASSIGN TO 'bad-debt-gl-journal.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDJ-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO CUSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CST-STATUS.

           SELECT QUARTERLY-REPORT-FILE
               ASSIGN TO 'bad-debt-quarterly.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QRP-STATUS.

           SELECT AR-ACTIVITY-FILE
               ASSIGN TO 'ar-activity.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  NEW-AR-OPEN-FILE.
       01  NEW-AR-OPEN-RECORD       PIC X(83).

      *    The approval file is the proposal file returned with the
      *    decision and the approver filled in.
       FD  WRITEOFF-APPROVAL-FILE.
       01  WRITEOFF-APPROVAL-RECORD.
           05  WAP-INVOICE-NUMBER   PIC 9(8).
           05  WAP-DECISION         PIC X(1).
               88  WAP-APPROVED     VALUE 'A'.
               88  WAP-REJECTED     VALUE 'R'.
           05  WAP-APPROVER         PIC X(8).
           05  FILLER               PIC X(33).

       FD  WRITEOFF-PROPOSAL-FILE.
       01  WRITEOFF-PROPOSAL-RECORD.
           05  WOP-INVOICE-NUMBER   PIC 9(8).
           05  WOP-DECISION         PIC X(1).
           05  WOP-APPROVER         PIC X(8).
           05  WOP-CUSTOMER-ID      PIC X(8).
           05  WOP-AMOUNT           PIC 9(9)V99.
           05  WOP-DAYS-PAST-DUE    PIC 9(5).
           05  WOP-DUNNING-LEVEL    PIC 9(1).
           05  FILLER               PIC X(8).

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
       FD  BAD-DEBT-JOURNAL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  BAD-DEBT-JOURNAL-RECORD.
           05  BDJ-RECORD-TYPE      PIC X(01).
           05  BDJ-RUN-DATE         PIC 9(08).
           05  BDJ-VOUCHER-NUMBER   PIC 9(08).
           05  BDJ-GL-ACCOUNT       PIC 9(08).
           05  BDJ-DC-INDICATOR     PIC X(01).
           05  BDJ-AMOUNT           PIC S9(13)V99 COMP-3.
           05  BDJ-SOURCE-TRAN-ID   PIC X(16).
           05  BDJ-SOURCE-TYPE      PIC X(02).
           05  FILLER               PIC X(14).

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS.
       COPY CUSTOMER-RECORD.

       FD  QUARTERLY-REPORT-FILE.
       01  QUARTERLY-REPORT-RECORD  PIC X(132).

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
           05  WS-NAR-STATUS        PIC XX.
           05  WS-WAP-STATUS        PIC XX.
           05  WS-WOP-STATUS        PIC XX.
           05  WS-WOH-STATUS        PIC XX.
           05  WS-RCV-STATUS        PIC XX.
           05  WS-COA-STATUS        PIC XX.
           05  WS-BDJ-STATUS        PIC XX.
           05  WS-CST-STATUS        PIC XX.
           05  WS-QRP-STATUS        PIC XX.
           05  WS-ACT-STATUS        PIC XX.

       01  WS-FLAGS.
           05  WS-ARO-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  ARO-EOF          VALUE 'Y'.
           05  WS-WAP-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  WAP-EOF          VALUE 'Y'.
           05  WS-WOH-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  WOH-EOF          VALUE 'Y'.
           05  WS-RCV-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  RCV-EOF          VALUE 'Y'.
           05  WS-COA-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  COA-EOF          VALUE 'Y'.
           05  WS-DECISION-FLAG     PIC X(1) VALUE SPACE.
               88  DECISION-APPROVED VALUE 'A'.
               88  DECISION-REJECTED VALUE 'R'.
               88  DECISION-PENDING VALUE SPACE.
           05  WS-QCT-FOUND-FLAG    PIC X(1) VALUE 'N'.
               88  QCT-FOUND        VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ITEMS-READ        PIC 9(7) VALUE 0.
           05  WS-ITEMS-ELIGIBLE    PIC 9(7) VALUE 0.
           05  WS-WRITTEN-OFF       PIC 9(7) VALUE 0.
           05  WS-WRITEOFF-TOTAL    PIC 9(11)V99 VALUE 0.
           05  WS-PROPOSED          PIC 9(7) VALUE 0.
           05  WS-PROPOSED-TOTAL    PIC 9(11)V99 VALUE 0.
           05  WS-REJECTED          PIC 9(7) VALUE 0.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR          PIC 9(4).
           05  WS-RUN-MONTH         PIC 9(2).
           05  WS-RUN-DAY           PIC 9(2).
       01  WS-RUN-DATE-INT          PIC S9(9) COMP-3 VALUE 0.
       01  WS-VOUCHER-NUMBER        PIC 9(8) VALUE 0.

      *    Eligibility and approval limit, overridable by call
      *    parameters 1-3; parameter 4 picks the report quarter.
       01  WS-PARAMETERS.
           05  WS-ARG-NUM           PIC 9(02) VALUE 1.
           05  WS-PARM-IN           PIC X(12) VALUE SPACES.
           05  WS-MIN-DAYS-PAST-DUE PIC 9(5) VALUE 00180.
           05  WS-MIN-DUNNING-LEVEL PIC 9(1) VALUE 3.
           05  WS-APPROVAL-LIMIT    PIC 9(7)V99 VALUE 1000.00.
           05  WS-REPORT-YEAR       PIC 9(4) VALUE 0.
           05  WS-REPORT-QUARTER    PIC 9(1) VALUE 0.

       01  WS-GL-ACCOUNTS.
           05  WS-BAD-DEBT-GL       PIC 9(8) VALUE 99999999.
           05  WS-AR-CONTROL-GL     PIC 9(8) VALUE 99999999.

       01  WS-WORK-FIELDS.
           05  WS-DUE-DATE-INT      PIC S9(9) COMP-3 VALUE 0.
           05  WS-DAYS-PAST-DUE     PIC S9(5) COMP-3 VALUE 0.
           05  WS-APPROVER          PIC X(8) VALUE SPACES.
           05  WS-QUARTER-START     PIC 9(8) VALUE 0.
           05  WS-QUARTER-END       PIC 9(8) VALUE 0.
           05  WS-CUST-ID-NUM       PIC 9(10) VALUE 0.
           05  WS-TRANSACTION-ID    PIC X(16) VALUE SPACES.
           05  WS-NET-LOSS          PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-QCT-CUSTOMER-KEY  PIC X(8) VALUE SPACES.

       01  WS-APPROVAL-TABLE.
           05  WS-APT-COUNT         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-APT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-APT-COUNT
                   INDEXED BY WS-APT-IDX.
               10  WS-APT-INVOICE   PIC 9(8).
               10  WS-APT-DECISION  PIC X(1).
               10  WS-APT-APPROVER  PIC X(8).

      *    Write-offs and recoveries of the report quarter by customer.
       01  WS-QUARTER-TABLE.
           05  WS-QCT-COUNT         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-QCT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-QCT-COUNT
                   INDEXED BY WS-QCT-IDX.
               10  WS-QCT-CUSTOMER  PIC X(8).
               10  WS-QCT-ITEMS     PIC 9(5) COMP-3.
               10  WS-QCT-WRITTEN-OFF PIC 9(11)V99 COMP-3.
               10  WS-QCT-RECOVERED PIC 9(11)V99 COMP-3.

       01  WS-QUARTER-TOTALS.
           05  WS-QTT-ITEMS         PIC 9(7) VALUE 0.
           05  WS-QTT-WRITTEN-OFF   PIC 9(11)V99 VALUE 0.
           05  WS-QTT-RECOVERED     PIC 9(11)V99 VALUE 0.

       01  WS-REPORT-HEADER.
           05  FILLER               PIC X(37)
               VALUE 'BAD-DEBT WRITE-OFFS AND RECOVERIES  Q'.
           05  WRH-QUARTER          PIC 9(1).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WRH-YEAR             PIC 9(4).
           05  FILLER               PIC X(14) VALUE '   RUN DATE: '.
           05  WRH-RUN-DATE         PIC 9(8).
           05  FILLER               PIC X(66) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER               PIC X(44)
               VALUE 'CUSTOMER | NAME                           |'.
           05  FILLER               PIC X(44)
               VALUE ' ITEMS |    WRITTEN OFF |      RECOVERED |'.
           05  FILLER               PIC X(44)
               VALUE '       NET LOSS'.

       01  WS-REPORT-LINE.
           05  WRL-CUSTOMER         PIC X(8).
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WRL-NAME             PIC X(30).
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WRL-ITEMS            PIC ZZZZ9.
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WRL-WRITTEN-OFF      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WRL-RECOVERED        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WRL-NET-LOSS         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(31) VALUE SPACES.

       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-REVIEW-ONE-ITEM
               UNTIL ARO-EOF.
           PERFORM 3000-QUARTERLY-REPORT.
           PERFORM 4000-FINALIZE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

           PERFORM 1050-PARSE-PARAMETERS.

           OPEN INPUT AR-OPEN-FILE.
           IF WS-ARO-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AR OPEN ITEMS: ' WS-ARO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT NEW-AR-OPEN-FILE
                OUTPUT WRITEOFF-PROPOSAL-FILE
                OUTPUT BAD-DEBT-JOURNAL-FILE.

           OPEN EXTEND WRITEOFF-HISTORY-FILE.
           IF WS-WOH-STATUS NOT = '00'
               OPEN OUTPUT WRITEOFF-HISTORY-FILE
           END-IF.

           OPEN EXTEND AR-ACTIVITY-FILE.
           IF WS-ACT-STATUS NOT = '00'
               OPEN OUTPUT AR-ACTIVITY-FILE
           END-IF.

           PERFORM 1100-LOAD-APPROVALS.
           PERFORM 1200-LOAD-COA-MAPPINGS.

       1050-PARSE-PARAMETERS.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-IN FROM ARGUMENT-VALUE.
           IF WS-PARM-IN NOT = SPACES
               COMPUTE WS-MIN-DAYS-PAST-DUE =
                   FUNCTION NUMVAL(WS-PARM-IN)
           END-IF.
           MOVE 2 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-IN FROM ARGUMENT-VALUE.
           IF WS-PARM-IN NOT = SPACES
               COMPUTE WS-MIN-DUNNING-LEVEL =
                   FUNCTION NUMVAL(WS-PARM-IN)
           END-IF.
           MOVE 3 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-IN FROM ARGUMENT-VALUE.
           IF WS-PARM-IN NOT = SPACES
               COMPUTE WS-APPROVAL-LIMIT =
                   FUNCTION NUMVAL(WS-PARM-IN)
           END-IF.
           MOVE 4 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-IN FROM ARGUMENT-VALUE.
           IF WS-PARM-IN(1:5) NUMERIC
               MOVE WS-PARM-IN(1:4) TO WS-REPORT-YEAR
               MOVE WS-PARM-IN(5:1) TO WS-REPORT-QUARTER
           END-IF.
           IF WS-REPORT-QUARTER < 1 OR WS-REPORT-QUARTER > 4
               MOVE WS-RUN-YEAR TO WS-REPORT-YEAR
               COMPUTE WS-REPORT-QUARTER = (WS-RUN-MONTH - 1) / 3 + 1
           END-IF.
           COMPUTE WS-QUARTER-START = WS-REPORT-YEAR * 10000
               + ((WS-REPORT-QUARTER - 1) * 3 + 1) * 100 + 1.
           COMPUTE WS-QUARTER-END = WS-REPORT-YEAR * 10000
               + WS-REPORT-QUARTER * 300 + 31.

           DISPLAY 'WRITE-OFF AT ' WS-MIN-DAYS-PAST-DUE
               ' DAYS PAST DUE, LEVEL ' WS-MIN-DUNNING-LEVEL
               '  APPROVAL ABOVE: ' WS-APPROVAL-LIMIT
               '  REPORT: ' WS-REPORT-YEAR ' Q' WS-REPORT-QUARTER.

       1100-LOAD-APPROVALS.
           OPEN INPUT WRITEOFF-APPROVAL-FILE.
           IF WS-WAP-STATUS NOT = '00'
               DISPLAY 'NO WRITE-OFF APPROVALS ON FILE'
               MOVE 'Y' TO WS-WAP-EOF-FLAG
           END-IF.

           PERFORM 1110-LOAD-ONE-APPROVAL
               UNTIL WAP-EOF.

           IF WS-WAP-STATUS = '00' OR WS-WAP-STATUS = '10'
               CLOSE WRITEOFF-APPROVAL-FILE
           END-IF.

       1110-LOAD-ONE-APPROVAL.
           IF NOT WAP-EOF
               READ WRITEOFF-APPROVAL-FILE
                   AT END
                       MOVE 'Y' TO WS-WAP-EOF-FLAG
                   NOT AT END
                       IF (WAP-APPROVED OR WAP-REJECTED)
                               AND WS-APT-COUNT < 5000
                           ADD 1 TO WS-APT-COUNT
                           MOVE WAP-INVOICE-NUMBER
                               TO WS-APT-INVOICE(WS-APT-COUNT)
                           MOVE WAP-DECISION
                               TO WS-APT-DECISION(WS-APT-COUNT)
                           MOVE WAP-APPROVER
                               TO WS-APT-APPROVER(WS-APT-COUNT)
                       END-IF
               END-READ
           END-IF.

      *    'BD': debit bad-debt expense, credit the receivables
      *    control account.
       1200-LOAD-COA-MAPPINGS.
           OPEN INPUT COA-MAPPING-FILE.
           IF WS-COA-STATUS NOT = '00'
               DISPLAY 'COA MAPPING FILE NOT FOUND - WRITE-OFFS GO '
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
                       IF CM-TXN-TYPE = 'BD'
                           MOVE CM-DEBIT-GL TO WS-BAD-DEBT-GL
                           MOVE CM-CREDIT-GL TO WS-AR-CONTROL-GL
                       END-IF
               END-READ
           END-IF.

      *    Credit memos and items not yet old or escalated enough
      *    ride through untouched.
       2000-REVIEW-ONE-ITEM.
           READ AR-OPEN-FILE
               AT END MOVE 'Y' TO WS-ARO-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-ITEMS-READ
                   IF ARO-DUNNING-LEVEL NOT NUMERIC
                       MOVE ZERO TO ARO-DUNNING-LEVEL
                   END-IF
                   COMPUTE WS-DUE-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(ARO-DUE-DATE)
                   COMPUTE WS-DAYS-PAST-DUE =
                       WS-RUN-DATE-INT - WS-DUE-DATE-INT
                   IF ARO-AMOUNT-OPEN > ZERO
                           AND ARO-DUNNING-LEVEL >= WS-MIN-DUNNING-LEVEL
                           AND WS-DAYS-PAST-DUE >= WS-MIN-DAYS-PAST-DUE
                       ADD 1 TO WS-ITEMS-ELIGIBLE
                       PERFORM 2100-DECIDE-ONE-ITEM
                   ELSE
                       WRITE NEW-AR-OPEN-RECORD FROM AR-OPEN-RECORD
                   END-IF
           END-READ.

       2100-DECIDE-ONE-ITEM.
           MOVE SPACE TO WS-DECISION-FLAG
           MOVE SPACES TO WS-APPROVER
           IF ARO-AMOUNT-OPEN <= WS-APPROVAL-LIMIT
               MOVE 'A' TO WS-DECISION-FLAG
               MOVE 'AUTO' TO WS-APPROVER
           ELSE
               IF WS-APT-COUNT > 0
                   SET WS-APT-IDX TO 1
                   SEARCH WS-APT-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-APT-INVOICE(WS-APT-IDX)
                               = ARO-INVOICE-NUMBER
                           MOVE WS-APT-DECISION(WS-APT-IDX)
                               TO WS-DECISION-FLAG
                           MOVE WS-APT-APPROVER(WS-APT-IDX)
                               TO WS-APPROVER
                   END-SEARCH
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN DECISION-APPROVED
                   PERFORM 2200-WRITE-OFF-ITEM
               WHEN DECISION-REJECTED
                   ADD 1 TO WS-REJECTED
                   WRITE NEW-AR-OPEN-RECORD FROM AR-OPEN-RECORD
               WHEN OTHER
                   PERFORM 2300-PROPOSE-ITEM
                   WRITE NEW-AR-OPEN-RECORD FROM AR-OPEN-RECORD
           END-EVALUATE.

      *    The item leaves the open items; the history keeps it for
      *    recoveries and the quarterly report. One voucher per item.
       2200-WRITE-OFF-ITEM.
           MOVE SPACES TO WRITEOFF-HISTORY-RECORD
           MOVE WS-RUN-DATE TO WOH-WRITEOFF-DATE
           MOVE ARO-INVOICE-NUMBER TO WOH-INVOICE-NUMBER
           MOVE ARO-CUSTOMER-ID TO WOH-CUSTOMER-ID
           MOVE ARO-ORDER-ID TO WOH-ORDER-ID
           MOVE ARO-INVOICE-DATE TO WOH-INVOICE-DATE
           MOVE ARO-AMOUNT-OPEN TO WOH-AMOUNT
           MOVE WS-DAYS-PAST-DUE TO WOH-DAYS-PAST-DUE
           MOVE WS-APPROVER TO WOH-APPROVER
           WRITE WRITEOFF-HISTORY-RECORD

           MOVE SPACES TO AR-ACTIVITY-RECORD
           MOVE WS-RUN-DATE TO ACT-DATE
           MOVE ARO-CUSTOMER-ID TO ACT-CUSTOMER-ID
           MOVE 'WO ' TO ACT-TYPE
           MOVE ARO-INVOICE-NUMBER TO ACT-INVOICE-NUMBER
           MOVE ARO-ORDER-ID TO ACT-ORDER-ID
           COMPUTE ACT-AMOUNT = ZERO - ARO-AMOUNT-OPEN
           WRITE AR-ACTIVITY-RECORD

           ADD 1 TO WS-VOUCHER-NUMBER
           MOVE SPACES TO WS-TRANSACTION-ID
           STRING 'BDW' ARO-INVOICE-NUMBER
               DELIMITED BY SIZE INTO WS-TRANSACTION-ID
           MOVE SPACES TO BAD-DEBT-JOURNAL-RECORD
           MOVE 'D' TO BDJ-RECORD-TYPE
           MOVE WS-RUN-DATE TO BDJ-RUN-DATE
           MOVE WS-VOUCHER-NUMBER TO BDJ-VOUCHER-NUMBER
           MOVE WS-TRANSACTION-ID TO BDJ-SOURCE-TRAN-ID
           MOVE 'BD' TO BDJ-SOURCE-TYPE
           MOVE ARO-AMOUNT-OPEN TO BDJ-AMOUNT

           MOVE WS-BAD-DEBT-GL TO BDJ-GL-ACCOUNT
           MOVE 'D' TO BDJ-DC-INDICATOR
           WRITE BAD-DEBT-JOURNAL-RECORD

           MOVE WS-AR-CONTROL-GL TO BDJ-GL-ACCOUNT
           MOVE 'C' TO BDJ-DC-INDICATOR
           WRITE BAD-DEBT-JOURNAL-RECORD

           ADD 1 TO WS-WRITTEN-OFF
           ADD ARO-AMOUNT-OPEN TO WS-WRITEOFF-TOTAL.

       2300-PROPOSE-ITEM.
           MOVE SPACES TO WRITEOFF-PROPOSAL-RECORD
           MOVE ARO-INVOICE-NUMBER TO WOP-INVOICE-NUMBER
           MOVE ARO-CUSTOMER-ID TO WOP-CUSTOMER-ID
           MOVE ARO-AMOUNT-OPEN TO WOP-AMOUNT
           MOVE WS-DAYS-PAST-DUE TO WOP-DAYS-PAST-DUE
           MOVE ARO-DUNNING-LEVEL TO WOP-DUNNING-LEVEL
           WRITE WRITEOFF-PROPOSAL-RECORD
           ADD 1 TO WS-PROPOSED
           ADD ARO-AMOUNT-OPEN TO WS-PROPOSED-TOTAL.

      *    History (tonight's write-offs included) and recoveries
      *    dated in the report quarter, summed by customer.
       3000-QUARTERLY-REPORT.
           CLOSE WRITEOFF-HISTORY-FILE.
           OPEN INPUT WRITEOFF-HISTORY-FILE.
           IF WS-WOH-STATUS NOT = '00'
               MOVE 'Y' TO WS-WOH-EOF-FLAG
           END-IF.
           PERFORM 3100-TALLY-ONE-WRITEOFF
               UNTIL WOH-EOF.
           IF WS-WOH-STATUS = '00' OR WS-WOH-STATUS = '10'
               CLOSE WRITEOFF-HISTORY-FILE
           END-IF.

           OPEN INPUT RECOVERY-FILE.
           IF WS-RCV-STATUS NOT = '00'
               MOVE 'Y' TO WS-RCV-EOF-FLAG
           END-IF.
           PERFORM 3200-TALLY-ONE-RECOVERY
               UNTIL RCV-EOF.
           IF WS-RCV-STATUS = '00' OR WS-RCV-STATUS = '10'
               CLOSE RECOVERY-FILE
           END-IF.

           OPEN INPUT CUSTOMER-FILE.
           OPEN OUTPUT QUARTERLY-REPORT-FILE.
           MOVE WS-REPORT-QUARTER TO WRH-QUARTER
           MOVE WS-REPORT-YEAR TO WRH-YEAR
           MOVE WS-RUN-DATE TO WRH-RUN-DATE
           WRITE QUARTERLY-REPORT-RECORD FROM WS-REPORT-HEADER
           WRITE QUARTERLY-REPORT-RECORD FROM WS-BLANK-LINE
           WRITE QUARTERLY-REPORT-RECORD FROM WS-COLUMN-HEADER

           PERFORM 3400-WRITE-ONE-CUSTOMER
               VARYING WS-QCT-IDX FROM 1 BY 1
               UNTIL WS-QCT-IDX > WS-QCT-COUNT

           WRITE QUARTERLY-REPORT-RECORD FROM WS-BLANK-LINE
           MOVE 'TOTAL' TO WRL-CUSTOMER
           MOVE SPACES TO WRL-NAME
           MOVE WS-QTT-ITEMS TO WRL-ITEMS
           MOVE WS-QTT-WRITTEN-OFF TO WRL-WRITTEN-OFF
           MOVE WS-QTT-RECOVERED TO WRL-RECOVERED
           COMPUTE WS-NET-LOSS = WS-QTT-WRITTEN-OFF - WS-QTT-RECOVERED
           MOVE WS-NET-LOSS TO WRL-NET-LOSS
           WRITE QUARTERLY-REPORT-RECORD FROM WS-REPORT-LINE

           CLOSE QUARTERLY-REPORT-FILE.
           IF WS-CST-STATUS = '00' OR WS-CST-STATUS = '23'
               CLOSE CUSTOMER-FILE
           END-IF.

       3100-TALLY-ONE-WRITEOFF.
           READ WRITEOFF-HISTORY-FILE
               AT END MOVE 'Y' TO WS-WOH-EOF-FLAG
               NOT AT END
                   IF WOH-WRITEOFF-DATE >= WS-QUARTER-START
                           AND WOH-WRITEOFF-DATE <= WS-QUARTER-END
                       MOVE WOH-CUSTOMER-ID TO WS-QCT-CUSTOMER-KEY
                       PERFORM 3300-FIND-QUARTER-CUSTOMER
                       IF QCT-FOUND
                           ADD 1 TO WS-QCT-ITEMS(WS-QCT-IDX)
                           ADD WOH-AMOUNT
                               TO WS-QCT-WRITTEN-OFF(WS-QCT-IDX)
                           ADD 1 TO WS-QTT-ITEMS
                           ADD WOH-AMOUNT TO WS-QTT-WRITTEN-OFF
                       END-IF
                   END-IF
           END-READ.

       3200-TALLY-ONE-RECOVERY.
           READ RECOVERY-FILE
               AT END MOVE 'Y' TO WS-RCV-EOF-FLAG
               NOT AT END
                   IF RCV-RECOVERY-DATE >= WS-QUARTER-START
                           AND RCV-RECOVERY-DATE <= WS-QUARTER-END
                       MOVE RCV-CUSTOMER-ID TO WS-QCT-CUSTOMER-KEY
                       PERFORM 3300-FIND-QUARTER-CUSTOMER
                       IF QCT-FOUND
                           ADD RCV-AMOUNT
                               TO WS-QCT-RECOVERED(WS-QCT-IDX)
                           ADD RCV-AMOUNT TO WS-QTT-RECOVERED
                       END-IF
                   END-IF
           END-READ.

       3300-FIND-QUARTER-CUSTOMER.
           MOVE 'N' TO WS-QCT-FOUND-FLAG
           IF WS-QCT-COUNT > 0
               SET WS-QCT-IDX TO 1
               SEARCH WS-QCT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-QCT-CUSTOMER(WS-QCT-IDX)
                           = WS-QCT-CUSTOMER-KEY
                       MOVE 'Y' TO WS-QCT-FOUND-FLAG
               END-SEARCH
           END-IF

           IF NOT QCT-FOUND AND WS-QCT-COUNT < 5000
               ADD 1 TO WS-QCT-COUNT
               SET WS-QCT-IDX TO WS-QCT-COUNT
               MOVE WS-QCT-CUSTOMER-KEY TO WS-QCT-CUSTOMER(WS-QCT-IDX)
               MOVE ZERO TO WS-QCT-ITEMS(WS-QCT-IDX)
                            WS-QCT-WRITTEN-OFF(WS-QCT-IDX)
                            WS-QCT-RECOVERED(WS-QCT-IDX)
               MOVE 'Y' TO WS-QCT-FOUND-FLAG
           END-IF.

       3400-WRITE-ONE-CUSTOMER.
           MOVE WS-QCT-CUSTOMER(WS-QCT-IDX) TO WRL-CUSTOMER
           MOVE SPACES TO WRL-NAME
           IF (WS-CST-STATUS = '00' OR WS-CST-STATUS = '23')
                   AND WS-QCT-CUSTOMER(WS-QCT-IDX) NUMERIC
               MOVE WS-QCT-CUSTOMER(WS-QCT-IDX) TO WS-CUST-ID-NUM
               MOVE WS-CUST-ID-NUM TO CUST-ID
               READ CUSTOMER-FILE
                   KEY IS CUST-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       STRING CUST-FIRST-NAME DELIMITED BY '  '
                              ' ' DELIMITED BY SIZE
                              CUST-LAST-NAME DELIMITED BY '  '
                           INTO WRL-NAME
               END-READ
           END-IF
           MOVE WS-QCT-ITEMS(WS-QCT-IDX) TO WRL-ITEMS
           MOVE WS-QCT-WRITTEN-OFF(WS-QCT-IDX) TO WRL-WRITTEN-OFF
           MOVE WS-QCT-RECOVERED(WS-QCT-IDX) TO WRL-RECOVERED
           COMPUTE WS-NET-LOSS = WS-QCT-WRITTEN-OFF(WS-QCT-IDX)
               - WS-QCT-RECOVERED(WS-QCT-IDX)
           MOVE WS-NET-LOSS TO WRL-NET-LOSS
           WRITE QUARTERLY-REPORT-RECORD FROM WS-REPORT-LINE.

       4000-FINALIZE.
           CLOSE AR-OPEN-FILE
                 NEW-AR-OPEN-FILE
                 WRITEOFF-PROPOSAL-FILE
                 BAD-DEBT-JOURNAL-FILE
                 AR-ACTIVITY-FILE.

           DISPLAY '======================================'.
           DISPLAY 'BAD-DEBT WRITE-OFF STATISTICS'.
           DISPLAY '======================================'.
           DISPLAY 'Items Read:         ' WS-ITEMS-READ.
           DISPLAY 'Items Eligible:     ' WS-ITEMS-ELIGIBLE.
           DISPLAY 'Written Off:        ' WS-WRITTEN-OFF.
           DISPLAY 'Written Off Total:  ' WS-WRITEOFF-TOTAL.
           DISPLAY 'Awaiting Approval:  ' WS-PROPOSED.
           DISPLAY 'Awaiting Total:     ' WS-PROPOSED-TOTAL.
           DISPLAY 'Rejected (Kept):    ' WS-REJECTED.
           DISPLAY 'Quarter Written Off:' WS-QTT-WRITTEN-OFF.
           DISPLAY 'Quarter Recovered:  ' WS-QTT-RECOVERED.
           DISPLAY '======================================'.

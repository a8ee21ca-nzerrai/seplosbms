       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPENSE-INTAKE.
       AUTHOR. TEST-SUITE.
      *****************************************************************
      * Employee expense claims: travel, meals and mileage are        *
      * claimed on expense-claims.dat instead of going through petty  *
      * cash or being keyed into payroll as a taxable bonus.          *
      * - Validates each claim: unknown or terminated employee,       *
      *   category not in expense-policy.dat, missing amount or       *
      *   miles, claim date not numeric, duplicate claim id           *
      * - Mileage categories are priced at the policy rate per mile;  *
      *   a keyed amount above that is cut back and listed            *
      * - Policy gate, the way TIME-INTAKE gates timecards: claims    *
      *   over the category limit, or above the receipt threshold     *
      *   without a receipt, are listed and wait in                   *
      *   pending-expenses.dat until expense-approvals.dat approves   *
      *   ('A'), corrects ('C') or rejects ('R') them; clean claims   *
      *   release on their own                                        *
      * - Released claims are appended to expense-reimbursements.dat; *
      *   EMPLOYEE-PAYROLL pays them untaxed through the              *
      *   direct-deposit file on its next run                         *
      * - Journal feed in the GLJRNL layout per category and cost     *
      *   center (type 'EX', cost center in the COAMAP branch         *
      *   column), picked up by GLCOLLCT as EXPJRNL                   *
      * - Exception report of rejected, cut-back and over-policy      *
      *   claims                                                      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The day's claims as keyed from the employees' forms.
           SELECT EXPENSE-CLAIM-FILE
               ASSIGN TO 'expense-claims.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLM-STATUS.

           SELECT EMPLOYEE-FILE
               ASSIGN TO 'employees.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.

      *    Per-category limits, receipt threshold and mileage rate.
           SELECT EXPENSE-POLICY-FILE
               ASSIGN TO 'expense-policy.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EPL-STATUS.

      *    Claims still waiting for supervisor action, carried over
      *    from the previous day(s).
           SELECT PENDING-IN-FILE
               ASSIGN TO 'pending-expenses.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIN-STATUS.

           SELECT PENDING-OUT-FILE
               ASSIGN TO 'pending-expenses-new.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POU-STATUS.

      *    Supervisor decisions: approve a claim as keyed, correct
      *    its amount and approve, or reject it.
           SELECT APPROVAL-FILE
               ASSIGN TO 'expense-approvals.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APR-STATUS.

           SELECT COA-MAPPING-FILE
               ASSIGN TO 'coamap.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-STATUS.

      *    Released claims waiting for the payroll run; appended to
      *    here, rewritten by EMPLOYEE-PAYROLL with whatever it could
      *    not pay.
           SELECT REIMBURSEMENT-FILE
               ASSIGN TO 'expense-reimbursements.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RMB-STATUS.

      *    Picked up by GLCOLLCT (source EXPJRNL).
           SELECT EXPENSE-JOURNAL-FILE
               ASSIGN TO 'expense-gl-journal.dat'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.

           SELECT EXPENSE-REPORT-FILE
               ASSIGN TO 'expense-exception-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    One claim per record. Mileage categories are claimed in
      *    miles; the amount is then optional and never paid above
      *    the policy rate. Blank cost center = the employee's home
      *    department.
       FD  EXPENSE-CLAIM-FILE.
       01  EXPENSE-CLAIM-RECORD.
           05  EXC-CLAIM-ID         PIC X(8).
           05  EXC-EMP-ID           PIC X(6).
           05  EXC-CLAIM-DATE       PIC X(8).
           05  EXC-CATEGORY         PIC X(4).
           05  EXC-AMOUNT           PIC 9(5)V99.
           05  EXC-MILES            PIC 9(4)V9.
           05  EXC-COST-CENTER      PIC X(4).
           05  EXC-RECEIPT-FLAG     PIC X(1).
               88  EXC-RECEIPT-ATTACHED VALUE 'Y'.
           05  EXC-DESCRIPTION      PIC X(20).
           05  FILLER               PIC X(7).

      *    Same layout as EMPLOYEE-RECORD in EMPLOYEE-PAYROLL.
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD.
           05  EMP-ID               PIC X(6).
           05  EMP-NAME             PIC X(30).
           05  EMP-DEPARTMENT       PIC X(4).
           05  EMP-LEVEL            PIC 9(2).
           05  HOURS-WORKED         PIC 9(3)V99.
           05  HOURLY-RATE          PIC 9(4)V99.
           05  TAX-CODE             PIC X(1).
           05  OVERTIME-HOURS       PIC 9(3)V99.
           05  BONUS-AMOUNT         PIC 9(6)V99.
           05  EMP-STATUS           PIC X(1).
           05  EMP-TERM-DATE        PIC X(8).
           05  EMP-HIRE-DATE        PIC X(8).
           05  EMP-PAY-FREQ         PIC X(1).
           05  EMP-WORK-LOC         PIC X(4).
           05  EMP-RESIDENT-LOC     PIC X(4).

      *    Zero or blank limit = no per-claim limit. A receipt is
      *    required above RECEIPT-OVER (zero or blank = on every
      *    claim). A non-zero MILEAGE-RATE makes the category a
      *    mileage category, priced per mile. EXPENSE-GL is the
      *    category's expense account; zero or blank = the debit
      *    account of the 'EX' COA mapping.
       FD  EXPENSE-POLICY-FILE.
       01  EXPENSE-POLICY-RECORD.
           05  EPL-CATEGORY         PIC X(4).
           05  EPL-DESCRIPTION      PIC X(20).
           05  EPL-CLAIM-LIMIT      PIC 9(5)V99.
           05  EPL-RECEIPT-OVER     PIC 9(5)V99.
           05  EPL-MILEAGE-RATE     PIC 9(1)V999.
           05  EPL-EXPENSE-GL       PIC 9(8).
           05  FILLER               PIC X(10).

      *    One waiting claim per record; the age counts the runs it
      *    has waited.
       FD  PENDING-IN-FILE.
       01  PENDING-IN-RECORD.
           05  PIN-CLAIM-ID         PIC X(8).
           05  PIN-EMP-ID           PIC X(6).
           05  PIN-CLAIM-DATE       PIC X(8).
           05  PIN-CATEGORY         PIC X(4).
           05  PIN-CLAIMED-AMOUNT   PIC 9(5)V99.
           05  PIN-AMOUNT           PIC 9(5)V99.
           05  PIN-MILES            PIC 9(4)V9.
           05  PIN-COST-CENTER      PIC X(4).
           05  PIN-RECEIPT-FLAG     PIC X(1).
           05  PIN-DESCRIPTION      PIC X(20).
           05  PIN-AGE              PIC 9(3).
           05  FILLER               PIC X(7).

       FD  PENDING-OUT-FILE.
       01  PENDING-OUT-RECORD       PIC X(80).

      *    One decision per record: 'A' approve as keyed, 'C'
      *    approve at the corrected amount, 'R' reject.
       FD  APPROVAL-FILE.
       01  APPROVAL-RECORD.
           05  APR-CLAIM-ID         PIC X(8).
           05  APR-ACTION           PIC X(1).
               88  APR-APPROVE      VALUE 'A'.
               88  APR-CORRECT      VALUE 'C'.
               88  APR-REJECT       VALUE 'R'.
           05  APR-CORRECT-AMOUNT   PIC 9(5)V99.
           05  APR-SUPERVISOR-ID    PIC X(6).
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

      *    Read by EMPLOYEE-PAYROLL; supervisor blank = released
      *    without needing approval.
       FD  REIMBURSEMENT-FILE.
       01  REIMBURSEMENT-RECORD.
           05  ERM-EMP-ID           PIC X(6).
           05  ERM-CLAIM-ID         PIC X(8).
           05  ERM-CLAIM-DATE       PIC X(8).
           05  ERM-CATEGORY         PIC X(4).
           05  ERM-COST-CENTER      PIC X(4).
           05  ERM-AMOUNT           PIC 9(5)V99.
           05  ERM-RELEASE-DATE     PIC 9(8).
           05  ERM-SUPERVISOR-ID    PIC X(6).
           05  FILLER               PIC X(9).

      *    Same layout as JOURNAL-VOUCHER-RECORD in GLPOST.
       FD  EXPENSE-JOURNAL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  EXPENSE-JOURNAL-RECORD.
           05  EJ-RECORD-TYPE       PIC X(01).
           05  EJ-RUN-DATE          PIC 9(08).
           05  EJ-VOUCHER-NUMBER    PIC 9(08).
           05  EJ-GL-ACCOUNT        PIC 9(08).
           05  EJ-DC-INDICATOR      PIC X(01).
           05  EJ-AMOUNT            PIC S9(13)V99 COMP-3.
           05  EJ-SOURCE-TRAN-ID    PIC X(16).
           05  EJ-SOURCE-TYPE       PIC X(02).
           05  FILLER               PIC X(14).

       FD  EXPENSE-REPORT-FILE.
       01  EXPENSE-REPORT-RECORD    PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-CLM-STATUS        PIC XX.
           05  WS-EMP-STATUS        PIC XX.
           05  WS-EPL-STATUS        PIC XX.
           05  WS-PIN-STATUS        PIC XX.
           05  WS-POU-STATUS        PIC XX.
           05  WS-APR-STATUS        PIC XX.
           05  WS-COA-STATUS        PIC XX.
           05  WS-RMB-STATUS        PIC XX.
           05  WS-JRN-STATUS        PIC XX.
           05  WS-RPT-STATUS        PIC XX.

       01  WS-FLAGS.
           05  WS-CLM-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  CLM-EOF          VALUE 'Y'.
           05  WS-EMP-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  EMP-EOF          VALUE 'Y'.
           05  WS-EPL-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  EPL-EOF          VALUE 'Y'.
           05  WS-PIN-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  PIN-EOF          VALUE 'Y'.
           05  WS-APR-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  APR-EOF          VALUE 'Y'.
           05  WS-COA-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  COA-EOF          VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-CLAIMS-READ       PIC 9(7) VALUE 0.
           05  WS-CLAIMS-REJECTED   PIC 9(7) VALUE 0.
           05  WS-CLAIMS-ADJUSTED   PIC 9(7) VALUE 0.
           05  WS-CLAIMS-RELEASED   PIC 9(7) VALUE 0.
           05  WS-CLAIMS-CORRECTED  PIC 9(7) VALUE 0.
           05  WS-CLAIMS-CARRIED    PIC 9(7) VALUE 0.
           05  WS-OVER-POLICY-LISTED PIC 9(7) VALUE 0.
           05  WS-RELEASED-TOTAL    PIC 9(9)V99 VALUE 0.
           05  WS-JRN-LINES-OUT     PIC 9(7) VALUE 0.

       01  WS-CURRENT-DATE          PIC 9(8).

      *    Employee id, home department and status from the master.
       01  WS-EMPLOYEE-TABLE.
           05  WS-EMT-COUNT         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-EMT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-EMT-COUNT
                   INDEXED BY WS-EMT-IDX.
               10  WS-EMT-EMP-ID    PIC X(6).
               10  WS-EMT-DEPT      PIC X(4).
               10  WS-EMT-STATUS    PIC X(1).

      *    Expense policy, loaded once.
       01  WS-POLICY-TABLE.
           05  WS-EPT-COUNT         PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-EPT-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-EPT-COUNT
                   INDEXED BY WS-EPT-IDX.
               10  WS-EPT-CATEGORY  PIC X(4).
               10  WS-EPT-LIMIT     PIC 9(5)V99 COMP-3.
               10  WS-EPT-RECEIPT-OVER PIC 9(5)V99 COMP-3.
               10  WS-EPT-MILEAGE-RATE PIC 9(1)V999 COMP-3.
               10  WS-EPT-EXPENSE-GL PIC 9(8).

      *    Pending pool: today's validated claims plus everything
      *    carried over, resolved against the approval file in one
      *    pass.
       01  WS-POOL-TABLE.
           05  WS-POL-COUNT         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-POL-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-POL-COUNT
                   INDEXED BY WS-POL-IDX.
               10  WS-POL-CLAIM-ID  PIC X(8).
               10  WS-POL-EMP-ID    PIC X(6).
               10  WS-POL-DATE      PIC X(8).
               10  WS-POL-CATEGORY  PIC X(4).
               10  WS-POL-CLAIMED   PIC 9(5)V99 COMP-3.
               10  WS-POL-AMOUNT    PIC 9(5)V99 COMP-3.
               10  WS-POL-MILES     PIC 9(4)V9 COMP-3.
               10  WS-POL-CC        PIC X(4).
               10  WS-POL-RECEIPT   PIC X(1).
               10  WS-POL-DESC      PIC X(20).
               10  WS-POL-AGE       PIC 9(3) COMP-3.

       01  WS-APPROVAL-TABLE.
           05  WS-APT-COUNT         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-APT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-APT-COUNT
                   INDEXED BY WS-APT-IDX.
               10  WS-APT-CLAIM-ID  PIC X(8).
               10  WS-APT-ACTION    PIC X(1).
               10  WS-APT-AMOUNT    PIC 9(5)V99 COMP-3.
               10  WS-APT-SUPERVISOR PIC X(6).

       01  WS-COA-TABLE.
           05  WS-COA-COUNT         PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-COA-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-COA-COUNT
                   INDEXED BY WS-COA-IDX.
               10  WS-COA-TXN-TYPE  PIC X(02).
               10  WS-COA-BRANCH    PIC X(06).
               10  WS-COA-DEBIT-GL  PIC 9(08).
               10  WS-COA-CREDIT-GL PIC 9(08).

      *    Released amounts per category and cost center, one
      *    voucher pair each in the journal feed.
       01  WS-GL-BUCKET-TABLE.
           05  WS-EGL-COUNT         PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-EGL-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-EGL-COUNT
                   INDEXED BY WS-EGL-IDX.
               10  WS-EGL-CATEGORY  PIC X(4).
               10  WS-EGL-CENTER    PIC X(4).
               10  WS-EGL-EXPENSE-GL PIC 9(8).
               10  WS-EGL-AMOUNT    PIC 9(9)V99 COMP-3.

       01  WS-GATE-WORK.
           05  WS-OVER-POLICY-FLAG  PIC X(1) VALUE 'N'.
               88  CLAIM-OVER-POLICY VALUE 'Y'.
           05  WS-POLICY-REASON     PIC X(30) VALUE SPACES.
           05  WS-APT-FOUND-FLAG    PIC X(1) VALUE 'N'.
               88  APPROVAL-FOUND   VALUE 'Y'.
           05  WS-RELEASE-AMOUNT    PIC 9(5)V99 COMP-3 VALUE ZERO.
           05  WS-RELEASE-SUPERVISOR PIC X(6) VALUE SPACES.
           05  WS-MILEAGE-AMOUNT    PIC 9(5)V99 VALUE ZERO.

       01  WS-WORK-FIELDS.
           05  WS-EMP-FOUND-FLAG    PIC X(1) VALUE 'N'.
               88  EMP-KNOWN        VALUE 'Y'.
           05  WS-EPT-FOUND-FLAG    PIC X(1) VALUE 'N'.
               88  CATEGORY-KNOWN   VALUE 'Y'.
           05  WS-DUP-FLAG          PIC X(1) VALUE 'N'.
               88  CLAIM-ALREADY-SEEN VALUE 'Y'.
           05  WS-EGL-FOUND-FLAG    PIC X(1) VALUE 'N'.
               88  BUCKET-FOUND     VALUE 'Y'.
           05  WS-COA-FOUND-FLAG    PIC X(1) VALUE 'N'.
               88  COA-MAPPED       VALUE 'Y'.
           05  WS-JRN-DEBIT-GL      PIC 9(8) VALUE ZERO.
           05  WS-JRN-CREDIT-GL     PIC 9(8) VALUE ZERO.
           05  WS-JRN-VOUCHER       PIC 9(8) VALUE ZERO.
           05  WS-SUSPENSE-GL       PIC 9(8) VALUE 99999999.

      *    Built in working storage then written FROM, so the
      *    separator values actually reach the file.
       01  WS-EXPENSE-REPORT-LINE.
           05  WXR-CLAIM-ID         PIC X(8).
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WXR-EMP-ID           PIC X(6).
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WXR-CLAIM-DATE       PIC X(8).
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WXR-CATEGORY         PIC X(4).
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WXR-AMOUNT           PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WXR-AGE              PIC ZZ9.
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WXR-STATUS           PIC X(8).
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WXR-REASON           PIC X(30).
           05  FILLER               PIC X(3) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-CLAIMS
               UNTIL CLM-EOF.
           PERFORM 2500-RESOLVE-PENDING-POOL.
           PERFORM 3500-WRITE-JOURNAL-FEED.
           PERFORM 4000-FINALIZE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

           OPEN INPUT EXPENSE-CLAIM-FILE
                OUTPUT PENDING-OUT-FILE
                OUTPUT EXPENSE-REPORT-FILE.

           IF WS-CLM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EXPENSE CLAIM FILE: '
                   WS-CLM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND REIMBURSEMENT-FILE.
           IF WS-RMB-STATUS NOT = '00'
               OPEN OUTPUT REIMBURSEMENT-FILE
           END-IF.

           PERFORM 1100-LOAD-EMPLOYEES.
           PERFORM 1200-LOAD-EXPENSE-POLICY.
           PERFORM 1400-LOAD-PENDING-CARRYOVER.
           PERFORM 1500-LOAD-APPROVALS.
           PERFORM 1600-LOAD-COA-MAPPINGS.
           PERFORM 1300-READ-CLAIM.

       1100-LOAD-EMPLOYEES.
           OPEN INPUT EMPLOYEE-FILE.

           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPLOYEE FILE: ' WS-EMP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1110-LOAD-ONE-EMPLOYEE
               UNTIL EMP-EOF.

           CLOSE EMPLOYEE-FILE.

       1110-LOAD-ONE-EMPLOYEE.
           READ EMPLOYEE-FILE
               AT END MOVE 'Y' TO WS-EMP-EOF-FLAG
               NOT AT END
                   IF WS-EMT-COUNT < 2000
                       ADD 1 TO WS-EMT-COUNT
                       MOVE EMP-ID TO WS-EMT-EMP-ID(WS-EMT-COUNT)
                       MOVE EMP-DEPARTMENT
                           TO WS-EMT-DEPT(WS-EMT-COUNT)
                       MOVE EMP-STATUS TO WS-EMT-STATUS(WS-EMT-COUNT)
                   END-IF
           END-READ.

      *    Without a policy no claim can be checked, so nothing is
      *    processed.
       1200-LOAD-EXPENSE-POLICY.
           OPEN INPUT EXPENSE-POLICY-FILE.

           IF WS-EPL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EXPENSE POLICY FILE: '
                   WS-EPL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1210-LOAD-ONE-POLICY
               UNTIL EPL-EOF.

           CLOSE EXPENSE-POLICY-FILE.

       1210-LOAD-ONE-POLICY.
           READ EXPENSE-POLICY-FILE
               AT END MOVE 'Y' TO WS-EPL-EOF-FLAG
               NOT AT END
                   IF WS-EPT-COUNT < 100
                       ADD 1 TO WS-EPT-COUNT
                       MOVE EPL-CATEGORY
                           TO WS-EPT-CATEGORY(WS-EPT-COUNT)
                       IF EPL-CLAIM-LIMIT NUMERIC
                           MOVE EPL-CLAIM-LIMIT
                               TO WS-EPT-LIMIT(WS-EPT-COUNT)
                       ELSE
                           MOVE ZERO TO WS-EPT-LIMIT(WS-EPT-COUNT)
                       END-IF
                       IF EPL-RECEIPT-OVER NUMERIC
                           MOVE EPL-RECEIPT-OVER
                               TO WS-EPT-RECEIPT-OVER(WS-EPT-COUNT)
                       ELSE
                           MOVE ZERO
                               TO WS-EPT-RECEIPT-OVER(WS-EPT-COUNT)
                       END-IF
                       IF EPL-MILEAGE-RATE NUMERIC
                           MOVE EPL-MILEAGE-RATE
                               TO WS-EPT-MILEAGE-RATE(WS-EPT-COUNT)
                       ELSE
                           MOVE ZERO
                               TO WS-EPT-MILEAGE-RATE(WS-EPT-COUNT)
                       END-IF
                       IF EPL-EXPENSE-GL NUMERIC
                           MOVE EPL-EXPENSE-GL
                               TO WS-EPT-EXPENSE-GL(WS-EPT-COUNT)
                       ELSE
                           MOVE ZERO
                               TO WS-EPT-EXPENSE-GL(WS-EPT-COUNT)
                       END-IF
                   ELSE
                       DISPLAY 'EXPENSE POLICY NOT LOADED: '
                           EPL-CATEGORY
                   END-IF
           END-READ.

       1300-READ-CLAIM.
           READ EXPENSE-CLAIM-FILE
               AT END MOVE 'Y' TO WS-CLM-EOF-FLAG
           END-READ.

           IF NOT CLM-EOF
               ADD 1 TO WS-CLAIMS-READ
           END-IF.

      *    Yesterday's unresolved claims rejoin the pool with their
      *    age; their ids count as seen so a re-keyed claim is
      *    still caught as a duplicate.
       1400-LOAD-PENDING-CARRYOVER.
           OPEN INPUT PENDING-IN-FILE.

           IF WS-PIN-STATUS NOT = '00'
               MOVE 'Y' TO WS-PIN-EOF-FLAG
           END-IF.

           PERFORM 1410-LOAD-ONE-PENDING
               UNTIL PIN-EOF.

           IF WS-PIN-STATUS = '00' OR WS-PIN-STATUS = '10'
               CLOSE PENDING-IN-FILE
           END-IF.

       1410-LOAD-ONE-PENDING.
           IF NOT PIN-EOF
               READ PENDING-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-PIN-EOF-FLAG
                   NOT AT END
                       IF WS-POL-COUNT < 5000
                               AND PIN-AMOUNT NUMERIC
                           ADD 1 TO WS-POL-COUNT
                           MOVE PIN-CLAIM-ID
                               TO WS-POL-CLAIM-ID(WS-POL-COUNT)
                           MOVE PIN-EMP-ID
                               TO WS-POL-EMP-ID(WS-POL-COUNT)
                           MOVE PIN-CLAIM-DATE
                               TO WS-POL-DATE(WS-POL-COUNT)
                           MOVE PIN-CATEGORY
                               TO WS-POL-CATEGORY(WS-POL-COUNT)
                           MOVE PIN-CLAIMED-AMOUNT
                               TO WS-POL-CLAIMED(WS-POL-COUNT)
                           MOVE PIN-AMOUNT
                               TO WS-POL-AMOUNT(WS-POL-COUNT)
                           MOVE PIN-MILES
                               TO WS-POL-MILES(WS-POL-COUNT)
                           MOVE PIN-COST-CENTER
                               TO WS-POL-CC(WS-POL-COUNT)
                           MOVE PIN-RECEIPT-FLAG
                               TO WS-POL-RECEIPT(WS-POL-COUNT)
                           MOVE PIN-DESCRIPTION
                               TO WS-POL-DESC(WS-POL-COUNT)
                           MOVE PIN-AGE TO WS-POL-AGE(WS-POL-COUNT)
                       END-IF
               END-READ
           END-IF.

       1500-LOAD-APPROVALS.
           OPEN INPUT APPROVAL-FILE.

           IF WS-APR-STATUS NOT = '00'
               DISPLAY 'APPROVAL FILE NOT FOUND - OVER-POLICY CLAIMS '
                   'WILL WAIT'
               MOVE 'Y' TO WS-APR-EOF-FLAG
           END-IF.

           PERFORM 1510-LOAD-ONE-APPROVAL
               UNTIL APR-EOF.

           IF WS-APR-STATUS = '00' OR WS-APR-STATUS = '10'
               CLOSE APPROVAL-FILE
           END-IF.

      *    A correction without a usable amount is no decision at
      *    all; the claim keeps waiting.
       1510-LOAD-ONE-APPROVAL.
           IF NOT APR-EOF
               READ APPROVAL-FILE
                   AT END
                       MOVE 'Y' TO WS-APR-EOF-FLAG
                   NOT AT END
                       IF WS-APT-COUNT < 2000
                               AND (APR-APPROVE OR APR-REJECT
                                   OR (APR-CORRECT
                                       AND APR-CORRECT-AMOUNT NUMERIC))
                           ADD 1 TO WS-APT-COUNT
                           MOVE APR-CLAIM-ID
                               TO WS-APT-CLAIM-ID(WS-APT-COUNT)
                           MOVE APR-ACTION
                               TO WS-APT-ACTION(WS-APT-COUNT)
                           MOVE APR-SUPERVISOR-ID
                               TO WS-APT-SUPERVISOR(WS-APT-COUNT)
                           IF APR-CORRECT
                               MOVE APR-CORRECT-AMOUNT
                                   TO WS-APT-AMOUNT(WS-APT-COUNT)
                           ELSE
                               MOVE ZERO
                                   TO WS-APT-AMOUNT(WS-APT-COUNT)
                           END-IF
                       ELSE
                           DISPLAY 'EXPENSE APPROVAL NOT LOADED: '
                               APR-CLAIM-ID
                       END-IF
               END-READ
           END-IF.

       1600-LOAD-COA-MAPPINGS.
           OPEN INPUT COA-MAPPING-FILE.

           IF WS-COA-STATUS NOT = '00'
               DISPLAY 'COA MAPPING FILE NOT FOUND - JOURNAL GOES '
                   'TO SUSPENSE'
               MOVE 'Y' TO WS-COA-EOF-FLAG
           END-IF.

           PERFORM 1610-LOAD-ONE-MAPPING
               UNTIL COA-EOF.

           IF WS-COA-STATUS = '00' OR WS-COA-STATUS = '10'
               CLOSE COA-MAPPING-FILE
           END-IF.

       1610-LOAD-ONE-MAPPING.
           IF NOT COA-EOF
               READ COA-MAPPING-FILE
                   AT END
                       MOVE 'Y' TO WS-COA-EOF-FLAG
                   NOT AT END
                       IF WS-COA-COUNT < 100
                           ADD 1 TO WS-COA-COUNT
                           MOVE CM-TXN-TYPE
                               TO WS-COA-TXN-TYPE(WS-COA-COUNT)
                           MOVE CM-BRANCH-CODE
                               TO WS-COA-BRANCH(WS-COA-COUNT)
                           MOVE CM-DEBIT-GL
                               TO WS-COA-DEBIT-GL(WS-COA-COUNT)
                           MOVE CM-CREDIT-GL
                               TO WS-COA-CREDIT-GL(WS-COA-COUNT)
                       END-IF
               END-READ
           END-IF.

       2000-PROCESS-CLAIMS.
           IF NOT CLM-EOF
               PERFORM 2100-VALIDATE-CLAIM
               PERFORM 1300-READ-CLAIM
           END-IF.

       2100-VALIDATE-CLAIM.
           PERFORM 2110-FIND-EMPLOYEE
           PERFORM 2115-FIND-CATEGORY

           EVALUATE TRUE
               WHEN NOT EMP-KNOWN
                   MOVE 'UNKNOWN EMPLOYEE' TO WXR-REASON
                   PERFORM 2150-WRITE-REJECTED-CLAIM
               WHEN WS-EMT-STATUS(WS-EMT-IDX) = 'T'
                   MOVE 'EMPLOYEE TERMINATED' TO WXR-REASON
                   PERFORM 2150-WRITE-REJECTED-CLAIM
               WHEN NOT CATEGORY-KNOWN
                   MOVE 'CATEGORY NOT IN POLICY' TO WXR-REASON
                   PERFORM 2150-WRITE-REJECTED-CLAIM
               WHEN EXC-CLAIM-DATE NOT NUMERIC
                   MOVE 'CLAIM DATE NOT NUMERIC' TO WXR-REASON
                   PERFORM 2150-WRITE-REJECTED-CLAIM
               WHEN WS-EPT-MILEAGE-RATE(WS-EPT-IDX) > ZERO
                       AND EXC-MILES NOT NUMERIC
                   MOVE 'MILES NOT NUMERIC' TO WXR-REASON
                   PERFORM 2150-WRITE-REJECTED-CLAIM
               WHEN WS-EPT-MILEAGE-RATE(WS-EPT-IDX) > ZERO
                       AND EXC-MILES = ZERO
                   MOVE 'NO MILES ON MILEAGE CLAIM' TO WXR-REASON
                   PERFORM 2150-WRITE-REJECTED-CLAIM
               WHEN WS-EPT-MILEAGE-RATE(WS-EPT-IDX) = ZERO
                       AND EXC-AMOUNT NOT NUMERIC
                   MOVE 'AMOUNT NOT NUMERIC' TO WXR-REASON
                   PERFORM 2150-WRITE-REJECTED-CLAIM
               WHEN WS-EPT-MILEAGE-RATE(WS-EPT-IDX) = ZERO
                       AND EXC-AMOUNT = ZERO
                   MOVE 'NO AMOUNT CLAIMED' TO WXR-REASON
                   PERFORM 2150-WRITE-REJECTED-CLAIM
               WHEN OTHER
                   PERFORM 2120-CHECK-DUPLICATE-CLAIM
                   IF CLAIM-ALREADY-SEEN
                       MOVE 'DUPLICATE CLAIM ID' TO WXR-REASON
                       PERFORM 2150-WRITE-REJECTED-CLAIM
                   ELSE
                       PERFORM 2130-ADD-TO-POOL
                   END-IF
           END-EVALUATE.

       2110-FIND-EMPLOYEE.
           MOVE 'N' TO WS-EMP-FOUND-FLAG
           IF WS-EMT-COUNT > 0
               SET WS-EMT-IDX TO 1
               SEARCH WS-EMT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-EMT-EMP-ID(WS-EMT-IDX) = EXC-EMP-ID
                       MOVE 'Y' TO WS-EMP-FOUND-FLAG
               END-SEARCH
           END-IF.

       2115-FIND-CATEGORY.
           MOVE 'N' TO WS-EPT-FOUND-FLAG
           IF WS-EPT-COUNT > 0
               SET WS-EPT-IDX TO 1
               SEARCH WS-EPT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-EPT-CATEGORY(WS-EPT-IDX) = EXC-CATEGORY
                       MOVE 'Y' TO WS-EPT-FOUND-FLAG
               END-SEARCH
           END-IF.

      *    The pool holds every claim seen so far, today's and the
      *    carried ones.
       2120-CHECK-DUPLICATE-CLAIM.
           MOVE 'N' TO WS-DUP-FLAG
           IF WS-POL-COUNT > 0
               SET WS-POL-IDX TO 1
               SEARCH WS-POL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-POL-CLAIM-ID(WS-POL-IDX) = EXC-CLAIM-ID
                       MOVE 'Y' TO WS-DUP-FLAG
               END-SEARCH
           END-IF.

      *    A mileage claim is priced at the policy rate whatever was
      *    keyed as its amount; a keyed amount above the priced one
      *    is listed as cut back.
       2130-ADD-TO-POOL.
           IF WS-POL-COUNT < 5000
               ADD 1 TO WS-POL-COUNT
               MOVE EXC-CLAIM-ID TO WS-POL-CLAIM-ID(WS-POL-COUNT)
               MOVE EXC-EMP-ID TO WS-POL-EMP-ID(WS-POL-COUNT)
               MOVE EXC-CLAIM-DATE TO WS-POL-DATE(WS-POL-COUNT)
               MOVE EXC-CATEGORY TO WS-POL-CATEGORY(WS-POL-COUNT)
               IF EXC-AMOUNT NUMERIC
                   MOVE EXC-AMOUNT TO WS-POL-CLAIMED(WS-POL-COUNT)
               ELSE
                   MOVE ZERO TO WS-POL-CLAIMED(WS-POL-COUNT)
               END-IF
               IF WS-EPT-MILEAGE-RATE(WS-EPT-IDX) > ZERO
                   MOVE EXC-MILES TO WS-POL-MILES(WS-POL-COUNT)
                   COMPUTE WS-MILEAGE-AMOUNT ROUNDED =
                       EXC-MILES * WS-EPT-MILEAGE-RATE(WS-EPT-IDX)
                   MOVE WS-MILEAGE-AMOUNT
                       TO WS-POL-AMOUNT(WS-POL-COUNT)
               ELSE
                   MOVE ZERO TO WS-POL-MILES(WS-POL-COUNT)
                   MOVE EXC-AMOUNT TO WS-POL-AMOUNT(WS-POL-COUNT)
               END-IF
               IF EXC-COST-CENTER = SPACES
                   MOVE WS-EMT-DEPT(WS-EMT-IDX)
                       TO WS-POL-CC(WS-POL-COUNT)
               ELSE
                   MOVE EXC-COST-CENTER TO WS-POL-CC(WS-POL-COUNT)
               END-IF
               MOVE EXC-RECEIPT-FLAG TO WS-POL-RECEIPT(WS-POL-COUNT)
               MOVE EXC-DESCRIPTION TO WS-POL-DESC(WS-POL-COUNT)
               MOVE ZERO TO WS-POL-AGE(WS-POL-COUNT)
               IF WS-POL-CLAIMED(WS-POL-COUNT)
                       > WS-POL-AMOUNT(WS-POL-COUNT)
                   SET WS-POL-IDX TO WS-POL-COUNT
                   MOVE 'CUT BACK' TO WXR-STATUS
                   MOVE 'KEYED ABOVE MILEAGE RATE' TO WXR-REASON
                   PERFORM 2550-WRITE-POOL-LINE
                   ADD 1 TO WS-CLAIMS-ADJUSTED
               END-IF
           ELSE
               MOVE 'PENDING POOL FULL' TO WXR-REASON
               PERFORM 2150-WRITE-REJECTED-CLAIM
           END-IF.

       2150-WRITE-REJECTED-CLAIM.
           MOVE EXC-CLAIM-ID TO WXR-CLAIM-ID
           MOVE EXC-EMP-ID TO WXR-EMP-ID
           MOVE EXC-CLAIM-DATE TO WXR-CLAIM-DATE
           MOVE EXC-CATEGORY TO WXR-CATEGORY
           IF EXC-AMOUNT NUMERIC
               MOVE EXC-AMOUNT TO WXR-AMOUNT
           ELSE
               MOVE ZERO TO WXR-AMOUNT
           END-IF
           MOVE ZERO TO WXR-AGE
           MOVE 'REJECTED' TO WXR-STATUS
           WRITE EXPENSE-REPORT-RECORD FROM WS-EXPENSE-REPORT-LINE
           ADD 1 TO WS-CLAIMS-REJECTED.

      *    The gate: a claim within policy releases on its own; an
      *    over-policy one releases only with a supervisor approval
      *    ('A' as keyed, 'C' at the corrected amount), otherwise it
      *    carries to the next day one run older. A rejection ('R')
      *    drops any claim, within policy or not.
       2500-RESOLVE-PENDING-POOL.
           PERFORM 2510-RESOLVE-ONE-CLAIM
               VARYING WS-POL-IDX FROM 1 BY 1
               UNTIL WS-POL-IDX > WS-POL-COUNT.

       2510-RESOLVE-ONE-CLAIM.
           PERFORM 2520-CHECK-POLICY
           PERFORM 2530-FIND-APPROVAL
           MOVE SPACES TO WS-RELEASE-SUPERVISOR

           EVALUATE TRUE
               WHEN APPROVAL-FOUND
                       AND WS-APT-ACTION(WS-APT-IDX) = 'R'
                   MOVE 'REJECTED' TO WXR-STATUS
                   MOVE 'REJECTED BY SUPERVISOR' TO WXR-REASON
                   PERFORM 2550-WRITE-POOL-LINE
                   ADD 1 TO WS-CLAIMS-REJECTED
               WHEN APPROVAL-FOUND
                   IF WS-APT-ACTION(WS-APT-IDX) = 'C'
                       MOVE WS-APT-AMOUNT(WS-APT-IDX)
                           TO WS-RELEASE-AMOUNT
                       ADD 1 TO WS-CLAIMS-CORRECTED
                   ELSE
                       MOVE WS-POL-AMOUNT(WS-POL-IDX)
                           TO WS-RELEASE-AMOUNT
                   END-IF
                   MOVE WS-APT-SUPERVISOR(WS-APT-IDX)
                       TO WS-RELEASE-SUPERVISOR
                   IF CLAIM-OVER-POLICY
                       MOVE 'APPROVED' TO WXR-STATUS
                       MOVE WS-POLICY-REASON TO WXR-REASON
                       PERFORM 2550-WRITE-POOL-LINE
                       ADD 1 TO WS-OVER-POLICY-LISTED
                   END-IF
                   PERFORM 2540-RELEASE-CLAIM
               WHEN NOT CLAIM-OVER-POLICY
                   MOVE WS-POL-AMOUNT(WS-POL-IDX) TO WS-RELEASE-AMOUNT
                   PERFORM 2540-RELEASE-CLAIM
               WHEN OTHER
                   MOVE 'WAITING' TO WXR-STATUS
                   MOVE WS-POLICY-REASON TO WXR-REASON
                   PERFORM 2550-WRITE-POOL-LINE
                   ADD 1 TO WS-OVER-POLICY-LISTED
                   PERFORM 2560-CARRY-CLAIM-FORWARD
           END-EVALUATE.

      *    Checked against today's policy, so a carried claim whose
      *    category has since been dropped waits for a decision.
       2520-CHECK-POLICY.
           MOVE 'N' TO WS-OVER-POLICY-FLAG
           MOVE SPACES TO WS-POLICY-REASON

           MOVE 'N' TO WS-EPT-FOUND-FLAG
           IF WS-EPT-COUNT > 0
               SET WS-EPT-IDX TO 1
               SEARCH WS-EPT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-EPT-CATEGORY(WS-EPT-IDX)
                           = WS-POL-CATEGORY(WS-POL-IDX)
                       MOVE 'Y' TO WS-EPT-FOUND-FLAG
               END-SEARCH
           END-IF

           EVALUATE TRUE
               WHEN NOT CATEGORY-KNOWN
                   MOVE 'Y' TO WS-OVER-POLICY-FLAG
                   MOVE 'CATEGORY NOT IN POLICY' TO WS-POLICY-REASON
               WHEN WS-EPT-LIMIT(WS-EPT-IDX) > ZERO
                       AND WS-POL-AMOUNT(WS-POL-IDX)
                           > WS-EPT-LIMIT(WS-EPT-IDX)
                   MOVE 'Y' TO WS-OVER-POLICY-FLAG
                   MOVE 'OVER CATEGORY LIMIT' TO WS-POLICY-REASON
               WHEN WS-EPT-MILEAGE-RATE(WS-EPT-IDX) = ZERO
                       AND WS-POL-RECEIPT(WS-POL-IDX) NOT = 'Y'
                       AND WS-POL-AMOUNT(WS-POL-IDX)
                           > WS-EPT-RECEIPT-OVER(WS-EPT-IDX)
                   MOVE 'Y' TO WS-OVER-POLICY-FLAG
                   MOVE 'RECEIPT MISSING' TO WS-POLICY-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2530-FIND-APPROVAL.
           MOVE 'N' TO WS-APT-FOUND-FLAG
           IF WS-APT-COUNT > 0
               SET WS-APT-IDX TO 1
               SEARCH WS-APT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-APT-CLAIM-ID(WS-APT-IDX)
                           = WS-POL-CLAIM-ID(WS-POL-IDX)
                       MOVE 'Y' TO WS-APT-FOUND-FLAG
               END-SEARCH
           END-IF.

       2540-RELEASE-CLAIM.
           IF WS-RELEASE-AMOUNT > ZERO
               MOVE SPACES TO REIMBURSEMENT-RECORD
               MOVE WS-POL-EMP-ID(WS-POL-IDX) TO ERM-EMP-ID
               MOVE WS-POL-CLAIM-ID(WS-POL-IDX) TO ERM-CLAIM-ID
               MOVE WS-POL-DATE(WS-POL-IDX) TO ERM-CLAIM-DATE
               MOVE WS-POL-CATEGORY(WS-POL-IDX) TO ERM-CATEGORY
               MOVE WS-POL-CC(WS-POL-IDX) TO ERM-COST-CENTER
               MOVE WS-RELEASE-AMOUNT TO ERM-AMOUNT
               MOVE WS-CURRENT-DATE TO ERM-RELEASE-DATE
               MOVE WS-RELEASE-SUPERVISOR TO ERM-SUPERVISOR-ID
               WRITE REIMBURSEMENT-RECORD
               ADD 1 TO WS-CLAIMS-RELEASED
               ADD WS-RELEASE-AMOUNT TO WS-RELEASED-TOTAL
               PERFORM 2545-ADD-TO-GL-BUCKET
           END-IF.

       2545-ADD-TO-GL-BUCKET.
           MOVE 'N' TO WS-EGL-FOUND-FLAG
           IF WS-EGL-COUNT > 0
               SET WS-EGL-IDX TO 1
               SEARCH WS-EGL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-EGL-CATEGORY(WS-EGL-IDX)
                           = WS-POL-CATEGORY(WS-POL-IDX)
                           AND WS-EGL-CENTER(WS-EGL-IDX)
                               = WS-POL-CC(WS-POL-IDX)
                       ADD WS-RELEASE-AMOUNT
                           TO WS-EGL-AMOUNT(WS-EGL-IDX)
                       MOVE 'Y' TO WS-EGL-FOUND-FLAG
               END-SEARCH
           END-IF

           IF NOT BUCKET-FOUND
               IF WS-EGL-COUNT < 500
                   ADD 1 TO WS-EGL-COUNT
                   MOVE WS-POL-CATEGORY(WS-POL-IDX)
                       TO WS-EGL-CATEGORY(WS-EGL-COUNT)
                   MOVE WS-POL-CC(WS-POL-IDX)
                       TO WS-EGL-CENTER(WS-EGL-COUNT)
                   IF CATEGORY-KNOWN
                       MOVE WS-EPT-EXPENSE-GL(WS-EPT-IDX)
                           TO WS-EGL-EXPENSE-GL(WS-EGL-COUNT)
                   ELSE
                       MOVE ZERO TO WS-EGL-EXPENSE-GL(WS-EGL-COUNT)
                   END-IF
                   MOVE WS-RELEASE-AMOUNT
                       TO WS-EGL-AMOUNT(WS-EGL-COUNT)
               ELSE
                   DISPLAY 'GL BUCKET TABLE FULL - NOT JOURNALED: '
                       WS-POL-CLAIM-ID(WS-POL-IDX)
               END-IF
           END-IF.

       2550-WRITE-POOL-LINE.
           MOVE WS-POL-CLAIM-ID(WS-POL-IDX) TO WXR-CLAIM-ID
           MOVE WS-POL-EMP-ID(WS-POL-IDX) TO WXR-EMP-ID
           MOVE WS-POL-DATE(WS-POL-IDX) TO WXR-CLAIM-DATE
           MOVE WS-POL-CATEGORY(WS-POL-IDX) TO WXR-CATEGORY
           MOVE WS-POL-AMOUNT(WS-POL-IDX) TO WXR-AMOUNT
           MOVE WS-POL-AGE(WS-POL-IDX) TO WXR-AGE
           WRITE EXPENSE-REPORT-RECORD FROM WS-EXPENSE-REPORT-LINE.

       2560-CARRY-CLAIM-FORWARD.
           MOVE SPACES TO PENDING-IN-RECORD
           MOVE WS-POL-CLAIM-ID(WS-POL-IDX) TO PIN-CLAIM-ID
           MOVE WS-POL-EMP-ID(WS-POL-IDX) TO PIN-EMP-ID
           MOVE WS-POL-DATE(WS-POL-IDX) TO PIN-CLAIM-DATE
           MOVE WS-POL-CATEGORY(WS-POL-IDX) TO PIN-CATEGORY
           MOVE WS-POL-CLAIMED(WS-POL-IDX) TO PIN-CLAIMED-AMOUNT
           MOVE WS-POL-AMOUNT(WS-POL-IDX) TO PIN-AMOUNT
           MOVE WS-POL-MILES(WS-POL-IDX) TO PIN-MILES
           MOVE WS-POL-CC(WS-POL-IDX) TO PIN-COST-CENTER
           MOVE WS-POL-RECEIPT(WS-POL-IDX) TO PIN-RECEIPT-FLAG
           MOVE WS-POL-DESC(WS-POL-IDX) TO PIN-DESCRIPTION
           COMPUTE PIN-AGE = WS-POL-AGE(WS-POL-IDX) + 1
           WRITE PENDING-OUT-RECORD FROM PENDING-IN-RECORD
           ADD 1 TO WS-CLAIMS-CARRIED.

      *    One balanced voucher pair per category and cost center,
      *    type 'EX': debit the category's expense account (the
      *    policy's, else the COA mapping's), credit the employee
      *    reimbursements payable account the payroll run clears.
      *    COA mapping by cost center in the branch column, blank as
      *    the fallback, suspense when neither exists.
       3500-WRITE-JOURNAL-FEED.
           OPEN OUTPUT EXPENSE-JOURNAL-FILE.

           PERFORM 3510-JOURNAL-ONE-BUCKET
               VARYING WS-EGL-IDX FROM 1 BY 1
               UNTIL WS-EGL-IDX > WS-EGL-COUNT.

           CLOSE EXPENSE-JOURNAL-FILE.

       3510-JOURNAL-ONE-BUCKET.
           IF WS-EGL-AMOUNT(WS-EGL-IDX) NOT = ZERO
               PERFORM 3520-FIND-COA-MAPPING
               IF WS-EGL-EXPENSE-GL(WS-EGL-IDX) NOT = ZERO
                   MOVE WS-EGL-EXPENSE-GL(WS-EGL-IDX)
                       TO WS-JRN-DEBIT-GL
               END-IF
               ADD 1 TO WS-JRN-VOUCHER

               MOVE SPACES TO EXPENSE-JOURNAL-RECORD
               MOVE 'D' TO EJ-RECORD-TYPE
               MOVE WS-CURRENT-DATE TO EJ-RUN-DATE
               MOVE WS-JRN-VOUCHER TO EJ-VOUCHER-NUMBER
               MOVE WS-JRN-DEBIT-GL TO EJ-GL-ACCOUNT
               MOVE 'D' TO EJ-DC-INDICATOR
               MOVE WS-EGL-AMOUNT(WS-EGL-IDX) TO EJ-AMOUNT
               STRING 'EXP ' WS-EGL-CATEGORY(WS-EGL-IDX) ' '
                   WS-EGL-CENTER(WS-EGL-IDX)
                   DELIMITED BY SIZE INTO EJ-SOURCE-TRAN-ID
               MOVE 'EX' TO EJ-SOURCE-TYPE
               WRITE EXPENSE-JOURNAL-RECORD
               ADD 1 TO WS-JRN-LINES-OUT

               MOVE WS-JRN-CREDIT-GL TO EJ-GL-ACCOUNT
               MOVE 'C' TO EJ-DC-INDICATOR
               WRITE EXPENSE-JOURNAL-RECORD
               ADD 1 TO WS-JRN-LINES-OUT
           END-IF.

       3520-FIND-COA-MAPPING.
           MOVE 'N' TO WS-COA-FOUND-FLAG
           IF WS-COA-COUNT > 0
               SET WS-COA-IDX TO 1
               SEARCH WS-COA-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-COA-TXN-TYPE(WS-COA-IDX) = 'EX'
                           AND WS-COA-BRANCH(WS-COA-IDX)(1:4)
                               = WS-EGL-CENTER(WS-EGL-IDX)
                       PERFORM 3530-TAKE-MAPPING
               END-SEARCH
           END-IF

           IF NOT COA-MAPPED AND WS-COA-COUNT > 0
               SET WS-COA-IDX TO 1
               SEARCH WS-COA-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-COA-TXN-TYPE(WS-COA-IDX) = 'EX'
                           AND WS-COA-BRANCH(WS-COA-IDX) = SPACES
                       PERFORM 3530-TAKE-MAPPING
               END-SEARCH
           END-IF

           IF NOT COA-MAPPED
               MOVE WS-SUSPENSE-GL TO WS-JRN-DEBIT-GL
                                      WS-JRN-CREDIT-GL
           END-IF.

       3530-TAKE-MAPPING.
           MOVE WS-COA-DEBIT-GL(WS-COA-IDX) TO WS-JRN-DEBIT-GL
           MOVE WS-COA-CREDIT-GL(WS-COA-IDX) TO WS-JRN-CREDIT-GL
           MOVE 'Y' TO WS-COA-FOUND-FLAG.

       4000-FINALIZE.
           CLOSE EXPENSE-CLAIM-FILE
                 PENDING-OUT-FILE
                 EXPENSE-REPORT-FILE
                 REIMBURSEMENT-FILE.

           DISPLAY '======================================'.
           DISPLAY 'EXPENSE INTAKE STATISTICS'.
           DISPLAY '======================================'.
           DISPLAY 'Claims Read:        ' WS-CLAIMS-READ.
           DISPLAY 'Claims Rejected:    ' WS-CLAIMS-REJECTED.
           DISPLAY 'Claims Cut Back:    ' WS-CLAIMS-ADJUSTED.
           DISPLAY 'Claims Released:    ' WS-CLAIMS-RELEASED.
           DISPLAY 'Claims Corrected:   ' WS-CLAIMS-CORRECTED.
           DISPLAY 'Claims Carried:     ' WS-CLAIMS-CARRIED.
           DISPLAY 'Over Policy Listed: ' WS-OVER-POLICY-LISTED.
           DISPLAY 'Released Total:     ' WS-RELEASED-TOTAL.
           DISPLAY 'Journal Lines Out:  ' WS-JRN-LINES-OUT.
           DISPLAY '======================================'.

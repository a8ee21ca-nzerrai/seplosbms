       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENEFIT-ENROLL.
       AUTHOR. TEST-SUITE.
      *****************************************************************
      * Benefits enrollment run: health, dental and life premiums     *
      * stop being keyed as flat voluntary deductions with no record  *
      * of the plan or coverage level elected.                        *
      * - benefit-plans.dat: plan master - carrier, pre- or after-tax *
      *   premium, waiting period in days from EMP-HIRE-DATE and up   *
      *   to four coverage tiers with the monthly employee and        *
      *   employer premium                                            *
      * - benefit-enrollments.dat: one election per employee and      *
      *   plan; coverage starts after the waiting period (or at the   *
      *   election date if later), active employees only, and ends    *
      *   automatically on EMP-TERM-DATE once the employee is         *
      *   terminated. Rewritten each run to                           *
      *   benefit-enrollments-new.dat, rejections kept with reason    *
      * - benefit-deductions.dat: the per-pay-period employee and     *
      *   employer premium of every current coverage, which           *
      *   EMPLOYEE-PAYROLL takes pre- or after-tax and journals       *
      * - benefit-billing.txt: monthly carrier billing reconciliation *
      *   (parameter YYYYMM, default the run month) - enrolled        *
      *   employees per plan, coverage added or ended in the month    *
      *   flagged, plan and grand totals                              *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BENEFIT-PLAN-FILE
               ASSIGN TO 'benefit-plans.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BPL-STATUS.

           SELECT EMPLOYEE-FILE
               ASSIGN TO 'employees.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.

           SELECT ENROLLMENT-FILE
               ASSIGN TO 'benefit-enrollments.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BEN-STATUS.

           SELECT NEW-ENROLLMENT-FILE
               ASSIGN TO 'benefit-enrollments-new.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEN-STATUS.

           SELECT BENEFIT-DEDUCTION-FILE
               ASSIGN TO 'benefit-deductions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDD-STATUS.

           SELECT BILLING-REPORT-FILE
               ASSIGN TO 'benefit-billing.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BENEFIT-PLAN-FILE.
       01  BENEFIT-PLAN-RECORD.
           05  BPL-PLAN-CODE        PIC X(4).
           05  BPL-PLAN-NAME        PIC X(20).
           05  BPL-CARRIER          PIC X(10).
      *    'P' = premium taken before tax (section 125), otherwise
      *    after tax.
           05  BPL-TAX-BASIS        PIC X(1).
           05  BPL-WAIT-DAYS        PIC 9(3).
      *    Tiers, e.g. 'EE' employee, 'ES' + spouse, 'EC' + children,
      *    'FA' family; premiums are monthly.
           05  BPL-TIER OCCURS 4 TIMES.
               10  BPL-TIER-CODE    PIC X(2).
               10  BPL-EE-PREMIUM   PIC 9(5)V99.
               10  BPL-ER-PREMIUM   PIC 9(5)V99.
           05  FILLER               PIC X(18).

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
               88  EMP-TERMINATED   VALUE 'T'.
           05  EMP-TERM-DATE        PIC X(8).
           05  EMP-HIRE-DATE        PIC X(8).
           05  EMP-PAY-FREQ         PIC X(1).
           05  EMP-WORK-LOC         PIC X(4).
           05  EMP-RESIDENT-LOC     PIC X(4).

      *    One election per employee and plan. HR keys employee,
      *    plan, tier and election date with a blank status; the run
      *    stamps the rest.
       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-RECORD.
           05  BEN-EMP-ID           PIC X(6).
           05  BEN-PLAN-CODE        PIC X(4).
           05  BEN-TIER             PIC X(2).
           05  BEN-ELECT-DATE       PIC X(8).
           05  BEN-COVER-START      PIC X(8).
           05  BEN-COVER-END        PIC X(8).
      *    Blank new election, 'E' elected (waiting period), 'A'
      *    covered, 'T' coverage ended, 'R' rejected.
           05  BEN-STATUS           PIC X(1).
               88  BEN-NEW          VALUE ' '.
               88  BEN-WAITING      VALUE 'E'.
               88  BEN-ACTIVE       VALUE 'A'.
               88  BEN-ENDED        VALUE 'T'.
               88  BEN-REJECTED     VALUE 'R'.
           05  BEN-REJECT-REASON    PIC X(20).
           05  FILLER               PIC X(3).

       FD  NEW-ENROLLMENT-FILE.
       01  NEW-ENROLLMENT-RECORD    PIC X(60).

      *    Read by EMPLOYEE-PAYROLL: amounts are per pay period of
      *    the employee's frequency.
       FD  BENEFIT-DEDUCTION-FILE.
       01  BENEFIT-DEDUCTION-RECORD.
           05  BDD-EMP-ID           PIC X(6).
           05  BDD-PLAN-CODE        PIC X(4).
           05  BDD-TAX-BASIS        PIC X(1).
           05  BDD-EE-AMOUNT        PIC 9(5)V99.
           05  BDD-ER-AMOUNT        PIC 9(5)V99.
           05  BDD-COVER-START      PIC X(8).
           05  BDD-COVER-END        PIC X(8).
           05  FILLER               PIC X(9).

       FD  BILLING-REPORT-FILE.
       01  BILLING-REPORT-RECORD    PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-BPL-STATUS        PIC XX.
           05  WS-EMP-STATUS        PIC XX.
           05  WS-BEN-STATUS        PIC XX.
           05  WS-NEN-STATUS        PIC XX.
           05  WS-BDD-STATUS        PIC XX.
           05  WS-RPT-STATUS        PIC XX.

       01  WS-FLAGS.
           05  WS-BPL-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  BPL-EOF          VALUE 'Y'.
           05  WS-EMP-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  EMP-EOF          VALUE 'Y'.
           05  WS-BEN-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  BEN-EOF          VALUE 'Y'.
           05  WS-EMP-FOUND-FLAG    PIC X(1) VALUE 'N'.
               88  EMP-KNOWN        VALUE 'Y'.
           05  WS-PLAN-FOUND-FLAG   PIC X(1) VALUE 'N'.
               88  PLAN-KNOWN       VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-PLANS-READ        PIC 9(5) VALUE 0.
           05  WS-ELECTIONS-READ    PIC 9(7) VALUE 0.
           05  WS-ELECTIONS-NEW     PIC 9(7) VALUE 0.
           05  WS-ELECTIONS-REJECTED PIC 9(7) VALUE 0.
           05  WS-COVERAGES-STARTED PIC 9(7) VALUE 0.
           05  WS-COVERAGES-ENDED   PIC 9(7) VALUE 0.
           05  WS-DEDUCTIONS-WRITTEN PIC 9(7) VALUE 0.
           05  WS-BILLING-LINES     PIC 9(7) VALUE 0.

       01  WS-RUN-DATE              PIC 9(8).

       01  WS-PARAMETERS.
           05  WS-ARG-NUM           PIC 9(02) VALUE 1.
           05  WS-PARM-IN           PIC X(10) VALUE SPACES.
           05  WS-PERIOD-YYYYMM     PIC 9(6).
           05  WS-MONTH-START       PIC 9(8).
           05  WS-MONTH-END         PIC 9(8).

      *    Plan master loaded once.
       01  WS-PLAN-TABLE.
           05  WS-PLT-COUNT         PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-PLT-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-PLT-COUNT
                   INDEXED BY WS-PLT-IDX.
               10  WS-PLT-PLAN-CODE PIC X(4).
               10  WS-PLT-PLAN-NAME PIC X(20).
               10  WS-PLT-CARRIER   PIC X(10).
               10  WS-PLT-TAX-BASIS PIC X(1).
               10  WS-PLT-WAIT-DAYS PIC 9(3) COMP-3.
               10  WS-PLT-TIER OCCURS 4 TIMES.
                   15  WS-PLT-TIER-CODE  PIC X(2).
                   15  WS-PLT-EE-PREMIUM PIC 9(5)V99 COMP-3.
                   15  WS-PLT-ER-PREMIUM PIC 9(5)V99 COMP-3.

      *    Employee master loaded once: status, dates and frequency
      *    drive eligibility, coverage end and the per-period
      *    premium.
       01  WS-EMPLOYEE-TABLE.
           05  WS-EMT-COUNT         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-EMT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-EMT-COUNT
                   INDEXED BY WS-EMT-IDX.
               10  WS-EMT-EMP-ID    PIC X(6).
               10  WS-EMT-NAME      PIC X(30).
               10  WS-EMT-STATUS    PIC X(1).
               10  WS-EMT-TERM-DATE PIC X(8).
               10  WS-EMT-HIRE-DATE PIC X(8).
               10  WS-EMT-PAY-FREQ  PIC X(1).

      *    Coverages billed for the month, listed per plan at the
      *    end of the run.
       01  WS-BILLING-TABLE.
           05  WS-BIL-COUNT         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-BIL-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-BIL-COUNT
                   INDEXED BY WS-BIL-IDX.
               10  WS-BIL-PLAN-CODE PIC X(4).
               10  WS-BIL-EMP-ID    PIC X(6).
               10  WS-BIL-NAME      PIC X(30).
               10  WS-BIL-TIER      PIC X(2).
               10  WS-BIL-START     PIC X(8).
               10  WS-BIL-END       PIC X(8).
               10  WS-BIL-EE-PREMIUM PIC 9(5)V99 COMP-3.
               10  WS-BIL-ER-PREMIUM PIC 9(5)V99 COMP-3.
               10  WS-BIL-CHANGE    PIC X(3).

       01  WS-WORK-FIELDS.
           05  WS-TIER-SUB          PIC 9(1) COMP.
           05  WS-TIER-SLOT         PIC 9(1) COMP.
           05  WS-DATE-NUM          PIC 9(8).
           05  WS-DATE-INT          PIC S9(9) COMP-3.
           05  WS-COVER-START-NUM   PIC 9(8).
           05  WS-EE-PREMIUM        PIC 9(5)V99 COMP-3.
           05  WS-ER-PREMIUM        PIC 9(5)V99 COMP-3.
           05  WS-PLAN-COVERED      PIC 9(5) COMP-3.
           05  WS-PLAN-EE-TOTAL     PIC 9(9)V99 COMP-3.
           05  WS-PLAN-ER-TOTAL     PIC 9(9)V99 COMP-3.
           05  WS-GRAND-COVERED     PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-GRAND-EE-TOTAL    PIC 9(11)V99 COMP-3 VALUE ZERO.
           05  WS-GRAND-ER-TOTAL    PIC 9(11)V99 COMP-3 VALUE ZERO.

       01  WS-RPT-HEADING-LINE.
           05  FILLER               PIC X(40) VALUE
               'CARRIER BILLING RECONCILIATION - MONTH '.
           05  WRH-PERIOD           PIC 9(6).
           05  FILLER               PIC X(74) VALUE SPACES.

       01  WS-RPT-PLAN-LINE.
           05  FILLER               PIC X(6) VALUE 'PLAN  '.
           05  WRP-PLAN-CODE        PIC X(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WRP-PLAN-NAME        PIC X(20).
           05  FILLER               PIC X(11) VALUE '  CARRIER: '.
           05  WRP-CARRIER          PIC X(10).
           05  FILLER               PIC X(67) VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WRD-EMP-ID           PIC X(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WRD-NAME             PIC X(30).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WRD-TIER             PIC X(2).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WRD-START            PIC X(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WRD-END              PIC X(8).
           05  FILLER               PIC X(6) VALUE '  EE: '.
           05  WRD-EE-PREMIUM       PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(6) VALUE '  ER: '.
           05  WRD-ER-PREMIUM       PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WRD-TOTAL            PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WRD-CHANGE           PIC X(3).
           05  FILLER               PIC X(7) VALUE SPACES.

       01  WS-RPT-PLAN-TOTAL-LINE.
           05  FILLER               PIC X(12) VALUE 'PLAN TOTAL  '.
           05  WRT-PLAN-CODE        PIC X(4).
           05  FILLER               PIC X(12) VALUE '  COVERED: '.
           05  WRT-COVERED          PIC ZZZZ9.
           05  FILLER               PIC X(6) VALUE '  EE: '.
           05  WRT-EE-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(6) VALUE '  ER: '.
           05  WRT-ER-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(9) VALUE '  TOTAL: '.
           05  WRT-TOTAL            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(24) VALUE SPACES.

       01  WS-RPT-GRAND-TOTAL-LINE.
           05  FILLER               PIC X(16) VALUE 'ALL PLANS       '.
           05  FILLER               PIC X(12) VALUE '  COVERED: '.
           05  WRG-COVERED          PIC ZZZZZZ9.
           05  FILLER               PIC X(6) VALUE '  EE: '.
           05  WRG-EE-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(6) VALUE '  ER: '.
           05  WRG-ER-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(9) VALUE '  TOTAL: '.
           05  WRG-TOTAL            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           PERFORM 1100-LOAD-PLANS
               UNTIL BPL-EOF.
           PERFORM 1200-LOAD-EMPLOYEES
               UNTIL EMP-EOF.
           PERFORM 1300-OPEN-ENROLLMENTS.
           PERFORM 2000-PROCESS-ONE-ENROLLMENT
               UNTIL BEN-EOF.
           PERFORM 3000-WRITE-BILLING-REPORT.
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

           DISPLAY 'BILLING MONTH: ' WS-PERIOD-YYYYMM.

           OPEN INPUT BENEFIT-PLAN-FILE.
           IF WS-BPL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BENEFIT PLAN FILE: '
                   WS-BPL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPLOYEE FILE: ' WS-EMP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-LOAD-PLANS.
           READ BENEFIT-PLAN-FILE
               AT END
                   MOVE 'Y' TO WS-BPL-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-PLANS-READ
                   IF WS-PLT-COUNT < 100
                       ADD 1 TO WS-PLT-COUNT
                       SET WS-PLT-IDX TO WS-PLT-COUNT
                       MOVE BPL-PLAN-CODE
                           TO WS-PLT-PLAN-CODE(WS-PLT-IDX)
                       MOVE BPL-PLAN-NAME
                           TO WS-PLT-PLAN-NAME(WS-PLT-IDX)
                       MOVE BPL-CARRIER TO WS-PLT-CARRIER(WS-PLT-IDX)
                       MOVE BPL-TAX-BASIS
                           TO WS-PLT-TAX-BASIS(WS-PLT-IDX)
                       IF BPL-WAIT-DAYS NUMERIC
                           MOVE BPL-WAIT-DAYS
                               TO WS-PLT-WAIT-DAYS(WS-PLT-IDX)
                       ELSE
                           MOVE ZERO TO WS-PLT-WAIT-DAYS(WS-PLT-IDX)
                       END-IF
                       PERFORM 1110-COPY-ONE-TIER
                           VARYING WS-TIER-SUB FROM 1 BY 1
                           UNTIL WS-TIER-SUB > 4
                   ELSE
                       DISPLAY 'PLAN TABLE FULL - PLAN SKIPPED: '
                           BPL-PLAN-CODE
                   END-IF
           END-READ.

       1110-COPY-ONE-TIER.
           IF BPL-TIER-CODE(WS-TIER-SUB) NOT = SPACES
                   AND BPL-EE-PREMIUM(WS-TIER-SUB) NUMERIC
                   AND BPL-ER-PREMIUM(WS-TIER-SUB) NUMERIC
               MOVE BPL-TIER-CODE(WS-TIER-SUB)
                   TO WS-PLT-TIER-CODE(WS-PLT-IDX, WS-TIER-SUB)
               MOVE BPL-EE-PREMIUM(WS-TIER-SUB)
                   TO WS-PLT-EE-PREMIUM(WS-PLT-IDX, WS-TIER-SUB)
               MOVE BPL-ER-PREMIUM(WS-TIER-SUB)
                   TO WS-PLT-ER-PREMIUM(WS-PLT-IDX, WS-TIER-SUB)
           ELSE
               MOVE SPACES
                   TO WS-PLT-TIER-CODE(WS-PLT-IDX, WS-TIER-SUB)
               MOVE ZERO
                   TO WS-PLT-EE-PREMIUM(WS-PLT-IDX, WS-TIER-SUB)
                      WS-PLT-ER-PREMIUM(WS-PLT-IDX, WS-TIER-SUB)
           END-IF.

       1200-LOAD-EMPLOYEES.
           READ EMPLOYEE-FILE
               AT END
                   MOVE 'Y' TO WS-EMP-EOF-FLAG
               NOT AT END
                   IF WS-EMT-COUNT < 2000
                       ADD 1 TO WS-EMT-COUNT
                       MOVE EMP-ID TO WS-EMT-EMP-ID(WS-EMT-COUNT)
                       MOVE EMP-NAME TO WS-EMT-NAME(WS-EMT-COUNT)
                       MOVE EMP-STATUS TO WS-EMT-STATUS(WS-EMT-COUNT)
                       MOVE EMP-TERM-DATE
                           TO WS-EMT-TERM-DATE(WS-EMT-COUNT)
                       MOVE EMP-HIRE-DATE
                           TO WS-EMT-HIRE-DATE(WS-EMT-COUNT)
                       MOVE EMP-PAY-FREQ
                           TO WS-EMT-PAY-FREQ(WS-EMT-COUNT)
                   END-IF
           END-READ.

       1300-OPEN-ENROLLMENTS.
           CLOSE BENEFIT-PLAN-FILE
                 EMPLOYEE-FILE.

           OPEN INPUT ENROLLMENT-FILE.
           IF WS-BEN-STATUS NOT = '00'
               DISPLAY 'NO BENEFIT ENROLLMENTS ON FILE: '
                   WS-BEN-STATUS
               MOVE 'Y' TO WS-BEN-EOF-FLAG
           END-IF.

           OPEN OUTPUT NEW-ENROLLMENT-FILE
                       BENEFIT-DEDUCTION-FILE
                       BILLING-REPORT-FILE.

      *    Each election is checked, moved along its life cycle and
      *    carried to the new file; what is covered produces a
      *    payroll deduction and, when covered in the billing month,
      *    a billing line.
       2000-PROCESS-ONE-ENROLLMENT.
           READ ENROLLMENT-FILE
               AT END
                   MOVE 'Y' TO WS-BEN-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-ELECTIONS-READ
                   PERFORM 2100-FIND-EMPLOYEE
                   PERFORM 2200-FIND-PLAN-TIER
                   IF NOT BEN-REJECTED
                       PERFORM 2300-ADVANCE-ENROLLMENT
                   END-IF
                   WRITE NEW-ENROLLMENT-RECORD FROM ENROLLMENT-RECORD
                   IF BEN-WAITING OR BEN-ACTIVE OR BEN-ENDED
                       PERFORM 2400-WRITE-DEDUCTION
                       PERFORM 2500-KEEP-BILLING-LINE
                   END-IF
           END-READ.

       2100-FIND-EMPLOYEE.
           MOVE 'N' TO WS-EMP-FOUND-FLAG
           IF WS-EMT-COUNT > 0
               SET WS-EMT-IDX TO 1
               SEARCH WS-EMT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-EMT-EMP-ID(WS-EMT-IDX) = BEN-EMP-ID
                       MOVE 'Y' TO WS-EMP-FOUND-FLAG
               END-SEARCH
           END-IF.

      *    Only a new election is rejected for an unknown employee,
      *    plan or tier; coverage already running is carried as is.
       2200-FIND-PLAN-TIER.
           MOVE 'N' TO WS-PLAN-FOUND-FLAG
           MOVE ZERO TO WS-TIER-SLOT
           IF WS-PLT-COUNT > 0
               SET WS-PLT-IDX TO 1
               SEARCH WS-PLT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PLT-PLAN-CODE(WS-PLT-IDX) = BEN-PLAN-CODE
                       MOVE 'Y' TO WS-PLAN-FOUND-FLAG
               END-SEARCH
           END-IF

           IF PLAN-KNOWN
               PERFORM 2210-MATCH-ONE-TIER
                   VARYING WS-TIER-SUB FROM 1 BY 1
                   UNTIL WS-TIER-SUB > 4
           END-IF

           IF BEN-NEW
               EVALUATE TRUE
                   WHEN NOT EMP-KNOWN
                       MOVE 'EMPLOYEE NOT ON FILE'
                           TO BEN-REJECT-REASON
                       PERFORM 2250-REJECT-ELECTION
                   WHEN NOT PLAN-KNOWN
                       MOVE 'UNKNOWN PLAN' TO BEN-REJECT-REASON
                       PERFORM 2250-REJECT-ELECTION
                   WHEN WS-TIER-SLOT = ZERO
                       MOVE 'UNKNOWN TIER' TO BEN-REJECT-REASON
                       PERFORM 2250-REJECT-ELECTION
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               IF NOT BEN-REJECTED
                       AND (NOT EMP-KNOWN OR WS-TIER-SLOT = ZERO)
                   DISPLAY 'ENROLLMENT NO LONGER MATCHES MASTERS: '
                       BEN-EMP-ID ' ' BEN-PLAN-CODE
               END-IF
           END-IF.

       2210-MATCH-ONE-TIER.
           IF WS-TIER-SLOT = ZERO
                   AND WS-PLT-TIER-CODE(WS-PLT-IDX, WS-TIER-SUB)
                       = BEN-TIER
                   AND BEN-TIER NOT = SPACES
               MOVE WS-TIER-SUB TO WS-TIER-SLOT
           END-IF.

       2250-REJECT-ELECTION.
           MOVE 'R' TO BEN-STATUS
           ADD 1 TO WS-ELECTIONS-REJECTED
           DISPLAY 'ELECTION REJECTED: ' BEN-EMP-ID ' '
               BEN-PLAN-CODE ' - ' BEN-REJECT-REASON.

      *    Eligibility from the employee master: an active employee
      *    with a hire date. Coverage starts once the plan's waiting
      *    period from the hire date has run, or at the election
      *    date if that is later, and ends on the termination date.
       2300-ADVANCE-ENROLLMENT.
           IF BEN-NEW
               PERFORM 2310-START-ELECTION
           END-IF

           IF EMP-KNOWN AND WS-TIER-SLOT > ZERO
               IF BEN-WAITING AND BEN-COVER-START <= WS-RUN-DATE
                   MOVE 'A' TO BEN-STATUS
                   ADD 1 TO WS-COVERAGES-STARTED
               END-IF
               IF (BEN-WAITING OR BEN-ACTIVE)
                       AND WS-EMT-STATUS(WS-EMT-IDX) = 'T'
                   MOVE WS-EMT-TERM-DATE(WS-EMT-IDX)
                       TO BEN-COVER-END
                   IF BEN-COVER-END NOT NUMERIC
                       MOVE WS-RUN-DATE TO BEN-COVER-END
                   END-IF
      *            Left during the waiting period: never covered.
                   IF BEN-COVER-END < BEN-COVER-START
                       MOVE SPACES TO BEN-COVER-END
                       MOVE 'ENDED BEFORE COVERAGE'
                           TO BEN-REJECT-REASON
                       PERFORM 2250-REJECT-ELECTION
                   ELSE
                       MOVE 'T' TO BEN-STATUS
                       ADD 1 TO WS-COVERAGES-ENDED
                   END-IF
               END-IF
           END-IF.

       2310-START-ELECTION.
           EVALUATE TRUE
               WHEN WS-EMT-STATUS(WS-EMT-IDX) = 'T'
                   MOVE 'EMPLOYEE TERMINATED' TO BEN-REJECT-REASON
                   PERFORM 2250-REJECT-ELECTION
               WHEN WS-EMT-HIRE-DATE(WS-EMT-IDX) NOT NUMERIC
                   MOVE 'NO HIRE DATE' TO BEN-REJECT-REASON
                   PERFORM 2250-REJECT-ELECTION
               WHEN OTHER
                   ADD 1 TO WS-ELECTIONS-NEW
                   MOVE WS-EMT-HIRE-DATE(WS-EMT-IDX) TO WS-DATE-NUM
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                       + WS-PLT-WAIT-DAYS(WS-PLT-IDX)
                   COMPUTE WS-COVER-START-NUM =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   IF BEN-ELECT-DATE NUMERIC
                           AND BEN-ELECT-DATE > WS-COVER-START-NUM
                       MOVE BEN-ELECT-DATE TO BEN-COVER-START
                   ELSE
                       MOVE WS-COVER-START-NUM TO BEN-COVER-START
                   END-IF
                   MOVE SPACES TO BEN-COVER-END
                                  BEN-REJECT-REASON
                   MOVE 'E' TO BEN-STATUS
           END-EVALUATE.

      *    Monthly premiums brought to the employee's pay period: a
      *    weekly employee pays twelve months over 52 weeks. Ended
      *    coverage is handed over until its last month is past, so
      *    a final pay still finds it.
       2400-WRITE-DEDUCTION.
           IF EMP-KNOWN AND WS-TIER-SLOT > ZERO
               IF NOT BEN-ENDED OR BEN-COVER-END >= WS-MONTH-START
                   MOVE SPACES TO BENEFIT-DEDUCTION-RECORD
                   MOVE BEN-EMP-ID TO BDD-EMP-ID
                   MOVE BEN-PLAN-CODE TO BDD-PLAN-CODE
                   MOVE WS-PLT-TAX-BASIS(WS-PLT-IDX) TO BDD-TAX-BASIS
                   IF WS-EMT-PAY-FREQ(WS-EMT-IDX) = 'W'
                       COMPUTE BDD-EE-AMOUNT ROUNDED =
                           WS-PLT-EE-PREMIUM(WS-PLT-IDX, WS-TIER-SLOT)
                           * 12 / 52
                       COMPUTE BDD-ER-AMOUNT ROUNDED =
                           WS-PLT-ER-PREMIUM(WS-PLT-IDX, WS-TIER-SLOT)
                           * 12 / 52
                   ELSE
                       MOVE WS-PLT-EE-PREMIUM(WS-PLT-IDX, WS-TIER-SLOT)
                           TO BDD-EE-AMOUNT
                       MOVE WS-PLT-ER-PREMIUM(WS-PLT-IDX, WS-TIER-SLOT)
                           TO BDD-ER-AMOUNT
                   END-IF
                   MOVE BEN-COVER-START TO BDD-COVER-START
                   MOVE BEN-COVER-END TO BDD-COVER-END
                   WRITE BENEFIT-DEDUCTION-RECORD
                   ADD 1 TO WS-DEDUCTIONS-WRITTEN
               END-IF
           END-IF.

      *    Covered on any day of the billing month. Coverage that
      *    began or ended in the month is flagged for the carrier.
       2500-KEEP-BILLING-LINE.
           IF EMP-KNOWN AND WS-TIER-SLOT > ZERO
                   AND BEN-COVER-START <= WS-MONTH-END
                   AND (BEN-COVER-END = SPACES
                       OR BEN-COVER-END >= WS-MONTH-START)
                   AND WS-BIL-COUNT < 5000
               ADD 1 TO WS-BIL-COUNT
               SET WS-BIL-IDX TO WS-BIL-COUNT
               MOVE BEN-PLAN-CODE TO WS-BIL-PLAN-CODE(WS-BIL-IDX)
               MOVE BEN-EMP-ID TO WS-BIL-EMP-ID(WS-BIL-IDX)
               MOVE WS-EMT-NAME(WS-EMT-IDX) TO WS-BIL-NAME(WS-BIL-IDX)
               MOVE BEN-TIER TO WS-BIL-TIER(WS-BIL-IDX)
               MOVE BEN-COVER-START TO WS-BIL-START(WS-BIL-IDX)
               MOVE BEN-COVER-END TO WS-BIL-END(WS-BIL-IDX)
               MOVE WS-PLT-EE-PREMIUM(WS-PLT-IDX, WS-TIER-SLOT)
                   TO WS-BIL-EE-PREMIUM(WS-BIL-IDX)
               MOVE WS-PLT-ER-PREMIUM(WS-PLT-IDX, WS-TIER-SLOT)
                   TO WS-BIL-ER-PREMIUM(WS-BIL-IDX)
               MOVE SPACES TO WS-BIL-CHANGE(WS-BIL-IDX)
               IF BEN-COVER-START >= WS-MONTH-START
                   MOVE 'ADD' TO WS-BIL-CHANGE(WS-BIL-IDX)
               END-IF
               IF BEN-COVER-END NOT = SPACES
                       AND BEN-COVER-END <= WS-MONTH-END
                   MOVE 'END' TO WS-BIL-CHANGE(WS-BIL-IDX)
               END-IF
           END-IF.

       3000-WRITE-BILLING-REPORT.
           MOVE WS-PERIOD-YYYYMM TO WRH-PERIOD
           WRITE BILLING-REPORT-RECORD FROM WS-RPT-HEADING-LINE

           PERFORM 3100-WRITE-ONE-PLAN
               VARYING WS-PLT-IDX FROM 1 BY 1
               UNTIL WS-PLT-IDX > WS-PLT-COUNT

           MOVE WS-GRAND-COVERED TO WRG-COVERED
           MOVE WS-GRAND-EE-TOTAL TO WRG-EE-TOTAL
           MOVE WS-GRAND-ER-TOTAL TO WRG-ER-TOTAL
           COMPUTE WRG-TOTAL = WS-GRAND-EE-TOTAL + WS-GRAND-ER-TOTAL
           WRITE BILLING-REPORT-RECORD FROM WS-RPT-GRAND-TOTAL-LINE.

       3100-WRITE-ONE-PLAN.
           MOVE ZERO TO WS-PLAN-COVERED
                        WS-PLAN-EE-TOTAL
                        WS-PLAN-ER-TOTAL
           MOVE WS-PLT-PLAN-CODE(WS-PLT-IDX) TO WRP-PLAN-CODE
           MOVE WS-PLT-PLAN-NAME(WS-PLT-IDX) TO WRP-PLAN-NAME
           MOVE WS-PLT-CARRIER(WS-PLT-IDX) TO WRP-CARRIER
           WRITE BILLING-REPORT-RECORD FROM WS-RPT-PLAN-LINE

           IF WS-BIL-COUNT > 0
               PERFORM 3110-WRITE-ONE-COVERAGE
                   VARYING WS-BIL-IDX FROM 1 BY 1
                   UNTIL WS-BIL-IDX > WS-BIL-COUNT
           END-IF

           MOVE WS-PLT-PLAN-CODE(WS-PLT-IDX) TO WRT-PLAN-CODE
           MOVE WS-PLAN-COVERED TO WRT-COVERED
           MOVE WS-PLAN-EE-TOTAL TO WRT-EE-TOTAL
           MOVE WS-PLAN-ER-TOTAL TO WRT-ER-TOTAL
           COMPUTE WRT-TOTAL = WS-PLAN-EE-TOTAL + WS-PLAN-ER-TOTAL
           WRITE BILLING-REPORT-RECORD FROM WS-RPT-PLAN-TOTAL-LINE

           ADD WS-PLAN-COVERED TO WS-GRAND-COVERED
           ADD WS-PLAN-EE-TOTAL TO WS-GRAND-EE-TOTAL
           ADD WS-PLAN-ER-TOTAL TO WS-GRAND-ER-TOTAL.

       3110-WRITE-ONE-COVERAGE.
           IF WS-BIL-PLAN-CODE(WS-BIL-IDX)
                   = WS-PLT-PLAN-CODE(WS-PLT-IDX)
               MOVE WS-BIL-EMP-ID(WS-BIL-IDX) TO WRD-EMP-ID
               MOVE WS-BIL-NAME(WS-BIL-IDX) TO WRD-NAME
               MOVE WS-BIL-TIER(WS-BIL-IDX) TO WRD-TIER
               MOVE WS-BIL-START(WS-BIL-IDX) TO WRD-START
               MOVE WS-BIL-END(WS-BIL-IDX) TO WRD-END
               MOVE WS-BIL-EE-PREMIUM(WS-BIL-IDX) TO WRD-EE-PREMIUM
               MOVE WS-BIL-ER-PREMIUM(WS-BIL-IDX) TO WRD-ER-PREMIUM
               COMPUTE WRD-TOTAL = WS-BIL-EE-PREMIUM(WS-BIL-IDX)
                   + WS-BIL-ER-PREMIUM(WS-BIL-IDX)
               MOVE WS-BIL-CHANGE(WS-BIL-IDX) TO WRD-CHANGE
               WRITE BILLING-REPORT-RECORD FROM WS-RPT-DETAIL-LINE
               ADD 1 TO WS-PLAN-COVERED
                        WS-BILLING-LINES
               ADD WS-BIL-EE-PREMIUM(WS-BIL-IDX) TO WS-PLAN-EE-TOTAL
               ADD WS-BIL-ER-PREMIUM(WS-BIL-IDX) TO WS-PLAN-ER-TOTAL
           END-IF.

       4000-FINALIZE.
           IF WS-BEN-STATUS = '00' OR WS-BEN-STATUS = '10'
               CLOSE ENROLLMENT-FILE
           END-IF.
           CLOSE NEW-ENROLLMENT-FILE
                 BENEFIT-DEDUCTION-FILE
                 BILLING-REPORT-FILE.

           DISPLAY '======================================'.
           DISPLAY 'BENEFIT ENROLLMENT STATISTICS'.
           DISPLAY '======================================'.
           DISPLAY 'Plans Read:         ' WS-PLANS-READ.
           DISPLAY 'Elections Read:     ' WS-ELECTIONS-READ.
           DISPLAY 'New Elections:      ' WS-ELECTIONS-NEW.
           DISPLAY 'Elections Rejected: ' WS-ELECTIONS-REJECTED.
           DISPLAY 'Coverages Started:  ' WS-COVERAGES-STARTED.
           DISPLAY 'Coverages Ended:    ' WS-COVERAGES-ENDED.
           DISPLAY 'Deductions Written: ' WS-DEDUCTIONS-WRITTEN.
           DISPLAY 'Billing Lines:      ' WS-BILLING-LINES.
           DISPLAY '======================================'.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

      *    Earnings history: one line per employee paid, appended
      *    every run, with the pieces of the gross the period reports
      *    (workers' compensation) must tell apart. Kept apart from
      *    payroll-history.dat, the concatenated payroll.dat periods
      *    RETRO-PAY reads.
           SELECT PAYROLL-HISTORY-FILE
               ASSIGN TO 'payroll-earnings-history.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PHS-STATUS.

      *    Per-employee voluntary deductions and court-ordered
      *    garnishments: code, flat amount or percent of gross,
      *    priority, optional goal for finite deductions, start/stop
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NRT-STATUS.

      *    Sales commissions computed by COMMISSION-CALC: paid as a
      *    separate earning, taxed with the rest of the gross.
           SELECT COMMISSION-EARNINGS-FILE
               ASSIGN TO 'commission-earnings.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CME-STATUS.

      *    Commissions not paid this run (the rep was not in it),
      *    rewritten the same way as the retro lines:
      *    commission-earnings-new.dat replaces
      *    commission-earnings.dat after the run.
           SELECT NEW-COMMISSION-EARNINGS-FILE
               ASSIGN TO 'commission-earnings-new.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NCE-STATUS.

      *    Shift-differential and holiday premiums built by
      *    TIME-INTAKE from the released days; rebuilt every intake,
      *    so nothing is carried forward. Paid as separate earnings
      *    and counted into the regular rate for overtime.
           SELECT PREMIUM-EARNINGS-FILE
               ASSIGN TO 'premium-earnings.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRE-STATUS.

      *    Expense claims released by EXPENSE-INTAKE: paid untaxed,
      *    outside the gross, as a deposit of their own.
           SELECT EXPENSE-REIMBURSEMENT-FILE
               ASSIGN TO 'expense-reimbursements.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERM-STATUS.

      *    Claims not paid this run, rewritten the same way as the
      *    commissions: expense-reimbursements-new.dat replaces
      *    expense-reimbursements.dat after the run.
           SELECT NEW-EXPENSE-REIMBURSEMENT-FILE
               ASSIGN TO 'expense-reimbursements-new.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NER-STATUS.

      *    State and local jurisdictions: brackets, reciprocity and
      *    resident-credit rules per jurisdiction. Until this table
      *    existed everything beyond the TAX-CODE rate was withheld
      *    by manual adjustment.
           SELECT JURISDICTION-TAX-FILE
               ASSIGN TO 'jurisdiction-tax.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JTX-STATUS.

      *    Work location of each cost center, so the hours an
      *    employee books to another site are taxed where they were
      *    worked.
           SELECT CC-LOCATION-FILE
               ASSIGN TO 'cost-center-locations.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCL-STATUS.

      *    The period's daily time records, read for the hours per
      *    cost center the same way LABOR-DIST reads them.
           SELECT TIME-RECORD-FILE
               ASSIGN TO 'time-records.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMR-STATUS.

      *    Benefit premiums per pay period, written by BENEFIT-ENROLL
      *    from the plan elections; they replace the health, dental
      *    and life premiums once keyed as voluntary deductions.
           SELECT BENEFIT-DEDUCTION-FILE
               ASSIGN TO 'benefit-deductions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDD-STATUS.

      *    Final-pay run only (run mode 'F'): the leave rules and
      *    balances of LEAVE-ACCRUAL for the payout of unused leave,
      *    the terminations logged by EMPLOYEE-MAINT with their
      *    severance (termination-settlements-new.dat replaces the
      *    input after the run, settled entries marked), and the
      *    final pay statement handed to the leaver.
           SELECT LEAVE-RULES-FILE
               ASSIGN TO 'leave-rules.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LVR-STATUS.

           SELECT LEAVE-BALANCE-FILE
               ASSIGN TO 'leave-balances.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LVB-EMP-ID
               FILE STATUS IS WS-LVB-STATUS.

           SELECT TERMINATION-SETTLEMENT-FILE
               ASSIGN TO 'termination-settlements.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRM-STATUS.

           SELECT NEW-TERMINATION-SETTLEMENT-FILE
               ASSIGN TO 'termination-settlements-new.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTR-STATUS.

           SELECT FINAL-PAY-STATEMENT-FILE
               ASSIGN TO 'final-pay-statements.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
      *    Pay frequency: 'W' weekly, 'M' monthly; blank on records
      *    from before the field existed = pays in every run.
           05  EMP-PAY-FREQ         PIC X(1).
      *    Work and resident locations: jurisdiction codes of the
      *    state/local tax table (jurisdiction-tax.dat). Blank work
      *    location = no state or local withholding, the historical
      *    behavior; blank resident location = lives where they work.
           05  EMP-WORK-LOC         PIC X(4).
           05  EMP-RESIDENT-LOC     PIC X(4).

      *    OT-PREMIUM is the part of the overtime pay above straight
      *    time (the uplift of the overtime multiplier).
       FD  PAYROLL-HISTORY-FILE.
       01  PAYROLL-HISTORY-RECORD.
           05  PHS-RUN-DATE         PIC 9(8).
           05  PHS-PERIOD           PIC X(10).
           05  PHS-EMP-ID           PIC X(6).
           05  PHS-EMP-NAME         PIC X(30).
           05  PHS-DEPARTMENT       PIC X(4).
           05  PHS-WORK-LOC         PIC X(4).
           05  PHS-HOURS            PIC 9(3)V99.
           05  PHS-GROSS            PIC 9(8)V99.
           05  PHS-OVERTIME-PAY     PIC 9(8)V99.
           05  PHS-OT-PREMIUM       PIC 9(8)V99.
           05  PHS-LEAVE-PAYOUT     PIC 9(8)V99.
           05  PHS-SEVERANCE        PIC 9(8)V99.
           05  FILLER               PIC X(13).

       FD  PAYROLL-FILE.
       01  PAYROLL-RECORD.
      *    longer be derived as gross - tax - net by the tax
      *    reporting run.
           05  YTD-SOCIAL-SEC       PIC 9(9)V99.
      *    Wages and tax per state/local jurisdiction, for the
      *    quarterly filings; blanks on records from before the
      *    slots existed.
           05  YTD-JURISDICTION OCCURS 6 TIMES.
               10  YTD-JUR-CODE     PIC X(4).
               10  YTD-JUR-WAGES    PIC 9(9)V99.
               10  YTD-JUR-TAX      PIC 9(9)V99.

       FD  PAYROLL-PARAMETER-FILE
           RECORDING MODE IS F
       FD  NEW-RETRO-PAY-FILE.
       01  NEW-RETRO-PAY-RECORD     PIC X(50).

      *    Same layout as COMMISSION-EARNINGS-RECORD in
      *    COMMISSION-CALC.
       FD  COMMISSION-EARNINGS-FILE.
       01  COMMISSION-EARNINGS-RECORD.
           05  CME-EMP-ID           PIC X(6).
           05  CME-MONTH            PIC 9(6).
           05  CME-AMOUNT           PIC 9(7)V99.
           05  CME-POST-DATE        PIC 9(8).
           05  FILLER               PIC X(11).

       FD  NEW-COMMISSION-EARNINGS-FILE.
       01  NEW-COMMISSION-EARNINGS-RECORD PIC X(40).

      *    Same layout as PREMIUM-EARNINGS-RECORD in TIME-INTAKE.
       FD  PREMIUM-EARNINGS-FILE.
       01  PREMIUM-EARNINGS-RECORD.
           05  PRE-EMP-ID           PIC X(6).
           05  PRE-WORK-DATE        PIC X(8).
           05  PRE-CODE             PIC X(4).
           05  PRE-DESCRIPTION      PIC X(20).
           05  PRE-COST-CENTER      PIC X(4).
           05  PRE-HOURS            PIC 9(2)V99.
           05  PRE-AMOUNT           PIC 9(5)V99.
           05  FILLER               PIC X(7).

      *    Same layout as REIMBURSEMENT-RECORD in EXPENSE-INTAKE.
       FD  EXPENSE-REIMBURSEMENT-FILE.
       01  EXPENSE-REIMBURSEMENT-RECORD.
           05  ERM-EMP-ID           PIC X(6).
           05  ERM-CLAIM-ID         PIC X(8).
           05  ERM-CLAIM-DATE       PIC X(8).
           05  ERM-CATEGORY         PIC X(4).
           05  ERM-COST-CENTER      PIC X(4).
           05  ERM-AMOUNT           PIC 9(5)V99.
           05  ERM-RELEASE-DATE     PIC 9(8).
           05  ERM-SUPERVISOR-ID    PIC X(6).
           05  FILLER               PIC X(9).

       FD  NEW-EXPENSE-REIMBURSEMENT-FILE.
       01  NEW-EXPENSE-REIMBURSEMENT-RECORD PIC X(60).

       FD  JURISDICTION-TAX-FILE.
       01  JURISDICTION-TAX-RECORD.
           05  JTX-CODE             PIC X(4).
           05  JTX-NAME             PIC X(20).
      *    'S' state, 'L' local; a local names its state in
      *    JTX-PARENT, so working there withholds for both.
           05  JTX-LEVEL            PIC X(1).
               88  JTX-LOCAL-LEVEL  VALUE 'L'.
           05  JTX-PARENT           PIC X(4).
      *    'N' = taxes its own residents only (most cities); any
      *    other value also withholds from nonresidents working here.
           05  JTX-NONRES-FLAG      PIC X(1).
      *    'Y' = residents are credited with the tax another
      *    jurisdiction of the same level withheld on wages earned
      *    there.
           05  JTX-CREDIT-FLAG      PIC X(1).
      *    Annual brackets in ascending order: the rate applies
      *    between the previous limit and this one. A zero limit,
      *    or the fifth bracket, has no ceiling.
           05  JTX-BRACKET OCCURS 5 TIMES.
               10  JTX-BRK-LIMIT    PIC 9(7).
               10  JTX-BRK-RATE     PIC 99V999.
      *    Reciprocity: residents of these jurisdictions working here
      *    are withheld for their home jurisdiction only.
           05  JTX-RECIPROCAL       PIC X(4) OCCURS 4 TIMES.
           05  FILLER               PIC X(13).

       FD  CC-LOCATION-FILE.
       01  CC-LOCATION-RECORD.
           05  CCL-COST-CENTER      PIC X(4).
           05  CCL-LOCATION         PIC X(4).
           05  FILLER               PIC X(12).

      *    Same layout as in TIME-INTAKE.
       FD  TIME-RECORD-FILE.
       01  TIME-PUNCH-RECORD.
           05  TMR-EMP-ID           PIC X(6).
           05  TMR-WORK-DATE        PIC X(8).
           05  TMR-HOURS            PIC 9(2)V99.
           05  TMR-SHIFT-CODE       PIC X(1).
           05  TMR-LEAVE-CODE       PIC X(1).
           05  TMR-COST-CENTER      PIC X(4).

      *    Same layout as in BENEFIT-ENROLL.
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

      *    Same layout as in LEAVE-ACCRUAL.
       FD  LEAVE-RULES-FILE.
       01  LEAVE-RULE-RECORD.
           05  LVR-LEVEL-LOW        PIC 9(2).
           05  LVR-LEVEL-HIGH       PIC 9(2).
           05  LVR-MIN-SERVICE-YRS  PIC 9(2).
           05  LVR-VAC-PER-DAY      PIC 9V99.
           05  LVR-SICK-PER-DAY     PIC 9V99.
           05  LVR-VAC-PAYOUT-PCT   PIC 9(3).
           05  LVR-SICK-PAYOUT-PCT  PIC 9(3).
           05  FILLER               PIC X(2).

      *    Same layout as in LEAVE-ACCRUAL.
       FD  LEAVE-BALANCE-FILE.
       01  LEAVE-BALANCE-RECORD.
           05  LVB-EMP-ID           PIC X(6).
           05  LVB-VAC-BALANCE      PIC S9(5)V99 COMP-3.
           05  LVB-SICK-BALANCE     PIC S9(5)V99 COMP-3.
           05  LVB-LAST-ACCRUAL     PIC X(8).
           05  FILLER               PIC X(8).

      *    Same layout as in EMPLOYEE-MAINT.
       FD  TERMINATION-SETTLEMENT-FILE.
       01  TERMINATION-SETTLEMENT-RECORD.
           05  TRM-EMP-ID           PIC X(6).
           05  TRM-TERM-DATE        PIC X(8).
           05  TRM-SEVERANCE        PIC 9(6)V99.
           05  TRM-STATUS           PIC X(1).
           05  TRM-SETTLE-DATE      PIC X(8).
           05  TRM-NET-PAID         PIC 9(8)V99.
           05  FILLER               PIC X(9).

       FD  NEW-TERMINATION-SETTLEMENT-FILE.
       01  NEW-TERMINATION-SETTLEMENT-REC PIC X(50).

       FD  FINAL-PAY-STATEMENT-FILE.
       01  FINAL-PAY-STATEMENT-RECORD PIC X(80).

       FD  CHECK-PRINT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           05  WS-CHK-STATUS        PIC XX.
           05  WS-RTP-STATUS        PIC XX.
           05  WS-NRT-STATUS        PIC XX.
           05  WS-CME-STATUS        PIC XX.
           05  WS-NCE-STATUS        PIC XX.
           05  WS-PRE-STATUS        PIC XX.
           05  WS-ERM-STATUS        PIC XX.
           05  WS-NER-STATUS        PIC XX.
           05  WS-PHS-STATUS        PIC XX.
           05  WS-JTX-STATUS        PIC XX.
           05  WS-CCL-STATUS        PIC XX.
           05  WS-TMR-STATUS        PIC XX.
           05  WS-BDD-STATUS        PIC XX.
           05  WS-LVR-STATUS        PIC XX.
           05  WS-LVB-STATUS        PIC XX.
           05  WS-TRM-STATUS        PIC XX.
           05  WS-NTR-STATUS        PIC XX.
           05  WS-FPS-STATUS        PIC XX.
           05  WS-CAL-STATUS        PIC XX.
           05  WS-COA-STATUS        PIC XX.
           05  WS-JRN-STATUS        PIC XX.
           05  WS-BASE-SALARY       PIC 9(8)V99.
           05  WS-OVERTIME-PAY      PIC 9(8)V99.
           05  WS-BONUS-PAY         PIC 9(8)V99.
           05  WS-COMMISSION-PAY    PIC 9(8)V99.
           05  WS-PREMIUM-PAY       PIC 9(8)V99.
           05  WS-GROSS-SALARY      PIC 9(8)V99.
      *    Gross less pre-tax benefit premiums: the base for income
      *    tax, social security and state/local tax.
           05  WS-TAXABLE-GROSS     PIC 9(8)V99.
           05  WS-TAX-AMOUNT        PIC 9(8)V99.
           05  WS-SOCIAL-SEC        PIC 9(8)V99.
           05  WS-NET-SALARY        PIC 9(8)V99.
               10  WS-ECT-WAGES     PIC 9(11)V99 COMP-3.
               10  WS-ECT-EMPL-SS   PIC 9(11)V99 COMP-3.
               10  WS-ECT-BENEFITS  PIC 9(11)V99 COMP-3.
               10  WS-ECT-LEAVE-PAY PIC 9(11)V99 COMP-3.
               10  WS-ECT-SEVERANCE PIC 9(11)V99 COMP-3.
               10  WS-ECT-EXPENSES  PIC 9(11)V99 COMP-3.

      *    COA mappings loaded once; types 'PR' wages, 'PS' employer
      *    social security, 'PB' benefits, department in the branch
           05  WS-OFC-FOUND-FLAG    PIC X(01) VALUE 'N'.
               88  EMP-REQUESTED    VALUE 'Y'.

      *    Same second parameter, 'F' = final-pay run: only leavers
      *    whose EMP-TERM-DATE falls between the period start
      *    (optional third parameter YYYYMMDD, default the first of
      *    the run month) and the run date pay, plus any termination
      *    still open in termination-settlements.dat. They are paid
      *    through the termination date, with the leave payout and
      *    the severance, and every recurring deduction stops.
      *    Stamped 'FP-' like the off-cycle 'OC-'.
       01  WS-FINAL-PAY-FIELDS.
           05  WS-FINAL-PAY-FLAG    PIC X(01) VALUE 'N'.
               88  FINAL-PAY-RUN    VALUE 'Y'.
           05  WS-FINAL-DUE-FLAG    PIC X(01) VALUE 'N'.
               88  FINAL-PAY-DUE    VALUE 'Y'.
           05  WS-PERIOD-START-PARM PIC X(08) VALUE SPACES.
           05  WS-FINAL-PERIOD-START PIC X(08) VALUE SPACES.
      *    Date the pay runs through: the run date, or the
      *    termination date in a final-pay run. Deductions and
      *    benefit coverages are due as of this date.
           05  WS-PAY-THROUGH-DATE  PIC X(08) VALUE SPACES.
           05  WS-LVB-OPEN-FLAG     PIC X(01) VALUE 'N'.
               88  LEAVE-BALANCES-OPEN VALUE 'Y'.
           05  WS-END-OF-LVR-FLAG   PIC X(01) VALUE 'N'.
               88  END-OF-LVR-FILE  VALUE 'Y'.
           05  WS-END-OF-TRM-FLAG   PIC X(01) VALUE 'N'.
               88  END-OF-TRM-FILE  VALUE 'Y'.
           05  WS-TRM-SLOT          PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-SEVERANCE-PAY     PIC 9(8)V99 VALUE ZERO.
           05  WS-LEAVE-PAYOUT      PIC 9(8)V99 VALUE ZERO.
           05  WS-LEAVE-PAY-HOURS   PIC 9(5)V99 VALUE ZERO.
           05  WS-HOURS-AFTER-TERM  PIC 9(5)V99 VALUE ZERO.
           05  WS-VAC-PAYOUT-PCT    PIC 9(3) VALUE ZERO.
           05  WS-SICK-PAYOUT-PCT   PIC 9(3) VALUE ZERO.
           05  WS-FIN-SERVICE-YRS   PIC 9(2) COMP-3 VALUE ZERO.
           05  WS-FIN-DATE-NUM      PIC 9(8) VALUE ZERO.
           05  WS-FIN-HIRE-INT      PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-FIN-TERM-INT      PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-LRT-BEST-SLOT     PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-LRT-BEST-YEARS    PIC S9(3) COMP-3 VALUE ZERO.
           05  WS-LRT-SCAN          PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-FIN-BEN-TAKEN     PIC 9(8)V99 VALUE ZERO.
           05  WS-FIN-DED-TAKEN     PIC 9(8)V99 VALUE ZERO.
           05  WS-FIN-ADVANCE-TAKEN PIC 9(8)V99 VALUE ZERO.
           05  WS-FIN-ADVANCE-LEFT  PIC 9(8)V99 VALUE ZERO.
           05  WS-FIN-ADJUSTMENT    PIC S9(8)V99 VALUE ZERO.
           05  WS-DEDS-STOPPED      PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-FINAL-SETTLED     PIC 9(5) VALUE ZERO.
           05  WS-LEAVE-PAYOUT-TOT  PIC 9(11)V99 VALUE ZERO.
           05  WS-SEVERANCE-TOT     PIC 9(11)V99 VALUE ZERO.
           05  WS-ADVANCES-RECOVERED PIC 9(11)V99 VALUE ZERO.
           05  WS-ADVANCES-OPEN-CNT PIC 9(5) VALUE ZERO.

      *    Payout rules, selected like the accrual rules of
      *    LEAVE-ACCRUAL: level band, longest satisfied service.
       01  WS-PAYOUT-RULE-TABLE.
           05  WS-LRT-COUNT         PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-LRT-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-LRT-COUNT
                   INDEXED BY WS-LRT-IDX.
               10  WS-LRT-LEVEL-LOW PIC 9(2).
               10  WS-LRT-LEVEL-HIGH PIC 9(2).
               10  WS-LRT-MIN-YEARS PIC 9(2) COMP-3.
               10  WS-LRT-VAC-PCT   PIC 9(3) COMP-3.
               10  WS-LRT-SICK-PCT  PIC 9(3) COMP-3.

      *    Terminations on file, open and settled, carried forward
      *    whole to termination-settlements-new.dat.
       01  WS-SETTLEMENT-TABLE.
           05  WS-TRT-COUNT         PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-TRT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-TRT-COUNT
                   INDEXED BY WS-TRT-IDX.
               10  WS-TRT-EMP-ID    PIC X(6).
               10  WS-TRT-TERM-DATE PIC X(8).
               10  WS-TRT-SEVERANCE PIC 9(6)V99 COMP-3.
               10  WS-TRT-STATUS    PIC X(1).
               10  WS-TRT-SETTLE-DATE PIC X(8).
               10  WS-TRT-NET-PAID  PIC 9(8)V99 COMP-3.

      *    Time records dated after the period start, kept in a
      *    final-pay run so hours booked past a termination date are
      *    not paid.
       01  WS-TIME-DATE-TABLE.
           05  WS-TDT-COUNT         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-TDT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-TDT-COUNT
                   INDEXED BY WS-TDT-IDX.
               10  WS-TDT-EMP-ID    PIC X(6).
               10  WS-TDT-WORK-DATE PIC X(8).
               10  WS-TDT-HOURS     PIC 9(2)V99 COMP-3.

       01  WS-REG-FINAL-LINE.
           05  FILLER               PIC X(8) VALUE SPACES.
           05  WS-RGF-LABEL         PIC X(17).
           05  WS-RGF-AMOUNT        PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(97) VALUE SPACES.

       01  WS-FPS-HEADER-LINE.
           05  FILLER               PIC X(21) VALUE
               'FINAL PAY STATEMENT  '.
           05  WS-FPH-EMP-ID        PIC X(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-FPH-EMP-NAME      PIC X(30).
           05  FILLER               PIC X(21) VALUE SPACES.

       01  WS-FPS-DATE-LINE.
           05  FILLER               PIC X(18) VALUE
               'TERMINATION DATE: '.
           05  WS-FPD-TERM-DATE     PIC X(8).
           05  FILLER               PIC X(12) VALUE '   PAID ON: '.
           05  WS-FPD-RUN-DATE      PIC X(8).
           05  FILLER               PIC X(11) VALUE '   PERIOD: '.
           05  WS-FPD-PERIOD        PIC X(10).
           05  FILLER               PIC X(13) VALUE SPACES.

       01  WS-FPS-DETAIL-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-FPL-LABEL         PIC X(30).
           05  WS-FPL-HOURS         PIC ZZZZ9.99 BLANK WHEN ZERO.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-FPL-AMOUNT        PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(19) VALUE SPACES.

       01  WS-FPS-STOP-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(30) VALUE
               'RECURRING DEDUCTIONS STOPPED: '.
           05  WS-FPS-STOP-COUNT    PIC ZZ9.
           05  FILLER               PIC X(43) VALUE SPACES.

       01  WS-OFFCYCLE-TABLE.
           05  WS-OFT-COUNT         PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-OFT-EMP-ID OCCURS 1 TO 200 TIMES
       01  WS-GARNISH-LIMIT-PCT     PIC 9(2) VALUE 25.

       01  WS-OP-REMIT-FOUND        PIC X(1) VALUE 'N'.
      *    Deduction or benefit plan code being remitted.
       01  WS-RMT-WORK-CODE         PIC X(4) VALUE SPACES.

       01  WS-DEDUCTION-WORK.
           05  WS-DISPOSABLE-PAY    PIC S9(8)V99 VALUE ZERO.
           05  WS-CHECKS-LISTED     PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-FUNDING-TOTAL     PIC 9(11)V99 VALUE ZERO.
           05  WS-FUNDING-DISPLAY   PIC ZZZZ,ZZZ,ZZ9.99.
      *    First word of DEP-REFERENCE: SALARY for the net pay,
      *    EXPENSE for a reimbursement deposit.
           05  WS-DEP-REF-LABEL     PIC X(8) VALUE 'SALARY'.
           05  WS-END-OF-BANK-FLAG  PIC X(1) VALUE 'N'.
               88  END-OF-BANK-FILE VALUE 'Y'.

           05  WS-RGR-AMOUNT        PIC -ZZZ,ZZ9.99.
           05  FILLER               PIC X(96) VALUE SPACES.

      *    Commission entries loaded once, consumed like the retro
      *    lines; a rep with several months waiting is paid them all.
       01  WS-COMMISSION-TABLE.
           05  WS-CMT-COUNT         PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-CMT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-CMT-COUNT
                   INDEXED BY WS-CMT-IDX.
               10  WS-CMT-EMP-ID    PIC X(6).
               10  WS-CMT-MONTH     PIC 9(6).
               10  WS-CMT-AMOUNT    PIC 9(7)V99 COMP-3.
               10  WS-CMT-POST-DATE PIC 9(8).
               10  WS-CMT-USED-FLAG PIC X(1).

       01  WS-COMMISSION-FIELDS.
           05  WS-COMMISSIONS-PAID  PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-COMMISSION-TOTAL  PIC 9(9)V99 VALUE ZERO.
           05  WS-END-OF-CME-FLAG   PIC X(1) VALUE 'N'.
               88  END-OF-CME-FILE  VALUE 'Y'.

       01  WS-REG-COMMISSION-LINE.
           05  FILLER               PIC X(8) VALUE SPACES.
           05  FILLER               PIC X(17) VALUE
               'SALES COMMISSION '.
           05  WS-RGC-MONTH         PIC 9(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-RGC-AMOUNT        PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(89) VALUE SPACES.

      *    Premium lines loaded once, in TIME-INTAKE order (by day
      *    within the run's release order).
       01  WS-PREMIUM-TABLE.
           05  WS-PMT-COUNT         PIC 9(4) COMP-3 VALUE ZERO.
           05  WS-PMT-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WS-PMT-COUNT
                   INDEXED BY WS-PMT-IDX.
               10  WS-PMT-EMP-ID    PIC X(6).
               10  WS-PMT-DATE      PIC X(8).
               10  WS-PMT-CODE      PIC X(4).
               10  WS-PMT-DESC      PIC X(20).
               10  WS-PMT-HOURS     PIC 9(2)V99 COMP-3.
               10  WS-PMT-AMOUNT    PIC 9(5)V99 COMP-3.

      *    One employee's premiums summed by premium code, one
      *    register line per code.
       01  WS-EMPLOYEE-PREMIUMS.
           05  WS-EPC-COUNT         PIC 9(2) COMP-3 VALUE ZERO.
           05  WS-EPC-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-EPC-COUNT
                   INDEXED BY WS-EPC-IDX.
               10  WS-EPC-CODE      PIC X(4).
               10  WS-EPC-DESC      PIC X(20).
               10  WS-EPC-HOURS     PIC 9(4)V99 COMP-3.
               10  WS-EPC-AMOUNT    PIC 9(7)V99 COMP-3.

       01  WS-PREMIUM-FIELDS.
           05  WS-PREMIUM-LINES-PAID PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-PREMIUM-TOTAL     PIC 9(9)V99 VALUE ZERO.
      *    Premium pay spread over all hours of the period: the part
      *    of the regular rate that the premiums add.
           05  WS-PREMIUM-PER-HOUR  PIC 9(4)V9999.
           05  WS-PREMIUM-OT-PAY    PIC 9(8)V99.
           05  WS-END-OF-PRE-FLAG   PIC X(1) VALUE 'N'.
               88  END-OF-PRE-FILE  VALUE 'Y'.

       01  WS-REG-PREMIUM-LINE.
           05  FILLER               PIC X(8) VALUE SPACES.
           05  FILLER               PIC X(8) VALUE 'PREMIUM '.
           05  WS-RGP-CODE          PIC X(4).
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WS-RGP-DESC          PIC X(20).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-RGP-HOURS         PIC ZZZ9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-RGP-AMOUNT        PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(70) VALUE SPACES.

      *    Released expense claims loaded once, consumed like the
      *    commissions; an employee with several claims waiting is
      *    paid them all in one deposit.
       01  WS-EXPENSE-TABLE.
           05  WS-XRT-COUNT         PIC 9(4) COMP-3 VALUE ZERO.
           05  WS-XRT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-XRT-COUNT
                   INDEXED BY WS-XRT-IDX.
               10  WS-XRT-EMP-ID    PIC X(6).
               10  WS-XRT-CLAIM-ID  PIC X(8).
               10  WS-XRT-CLAIM-DATE PIC X(8).
               10  WS-XRT-CATEGORY  PIC X(4).
               10  WS-XRT-CC        PIC X(4).
               10  WS-XRT-AMOUNT    PIC 9(5)V99 COMP-3.
               10  WS-XRT-RELEASE-DATE PIC 9(8).
               10  WS-XRT-SUPERVISOR PIC X(6).
               10  WS-XRT-USED-FLAG PIC X(1).

       01  WS-EXPENSE-FIELDS.
           05  WS-EXPENSE-PAY       PIC 9(7)V99 VALUE ZERO.
           05  WS-EXPENSES-PAID     PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-EXPENSE-TOTAL     PIC 9(9)V99 VALUE ZERO.
           05  WS-END-OF-ERM-FLAG   PIC X(1) VALUE 'N'.
               88  END-OF-ERM-FILE  VALUE 'Y'.

       01  WS-REG-EXPENSE-LINE.
           05  FILLER               PIC X(8) VALUE SPACES.
           05  FILLER               PIC X(17) VALUE
               'EXPENSE CLAIM    '.
           05  WS-RGX-CLAIM-ID      PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WS-RGX-CATEGORY      PIC X(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-RGX-AMOUNT        PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(82) VALUE SPACES.

      *    Jurisdiction table loaded once; each entry is laid out
      *    exactly like JURISDICTION-TAX-RECORD.
       01  WS-JURISDICTION-TABLE.
           05  WS-JTT-COUNT         PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-JTT-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-JTT-COUNT
                   INDEXED BY WS-JTT-IDX.
               10  WS-JTT-CODE      PIC X(4).
               10  WS-JTT-NAME      PIC X(20).
               10  WS-JTT-LEVEL     PIC X(1).
               10  WS-JTT-PARENT    PIC X(4).
               10  WS-JTT-NONRES    PIC X(1).
               10  WS-JTT-CREDIT    PIC X(1).
               10  WS-JTT-BRACKET OCCURS 5 TIMES.
                   15  WS-JTT-BRK-LIMIT PIC 9(7).
                   15  WS-JTT-BRK-RATE  PIC 99V999.
               10  WS-JTT-RECIPROCAL PIC X(4) OCCURS 4 TIMES.
               10  FILLER           PIC X(13).

       01  WS-CC-LOCATION-TABLE.
           05  WS-CLT-COUNT         PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-CLT-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-CLT-COUNT
                   INDEXED BY WS-CLT-IDX.
               10  WS-CLT-CENTER    PIC X(4).
               10  WS-CLT-LOCATION  PIC X(4).

      *    Hours per employee and cost center from the time records;
      *    a blank center is the employee's own work location.
       01  WS-TIME-HOURS-TABLE.
           05  WS-TMH-COUNT         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-TMH-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-TMH-COUNT
                   INDEXED BY WS-TMH-IDX.
               10  WS-TMH-EMP-ID    PIC X(6).
               10  WS-TMH-CENTER    PIC X(4).
               10  WS-TMH-HOURS     PIC 9(5)V99 COMP-3.

      *    The current employee's wages by work location ...
       01  WS-EMP-LOCATION-TABLE.
           05  WS-ELS-COUNT         PIC 9(2) COMP-3 VALUE ZERO.
           05  WS-ELS-ENTRY OCCURS 1 TO 10 TIMES
                   DEPENDING ON WS-ELS-COUNT
                   INDEXED BY WS-ELS-IDX.
               10  WS-ELS-LOC       PIC X(4).
               10  WS-ELS-HOURS     PIC 9(5)V99 COMP-3.
               10  WS-ELS-WAGES     PIC 9(8)V99 COMP-3.

      *    ... and by taxing jurisdiction: work jurisdictions first,
      *    the resident state and city last, so the resident pass
      *    knows what the others withheld before it gives credit.
       01  WS-EMP-JURISDICTION-TABLE.
           05  WS-EJT-COUNT         PIC 9(2) COMP-3 VALUE ZERO.
           05  WS-EJT-ENTRY OCCURS 1 TO 12 TIMES
                   DEPENDING ON WS-EJT-COUNT
                   INDEXED BY WS-EJT-IDX.
               10  WS-EJT-CODE      PIC X(4).
               10  WS-EJT-RESIDENT  PIC X(1).
               10  WS-EJT-WAGES     PIC 9(8)V99 COMP-3.
               10  WS-EJT-TAX       PIC 9(8)V99 COMP-3.

       01  WS-JURISDICTION-WORK.
           05  WS-JUR-CODE          PIC X(4) VALUE SPACES.
           05  WS-JUR-PARENT        PIC X(4) VALUE SPACES.
           05  WS-JUR-RES-FLAG      PIC X(1) VALUE 'N'.
           05  WS-RES-STATE         PIC X(4) VALUE SPACES.
           05  WS-RES-LOCAL         PIC X(4) VALUE SPACES.
           05  WS-JUR-WAGES         PIC 9(8)V99 VALUE ZERO.
           05  WS-JUR-TAX           PIC S9(8)V99 VALUE ZERO.
           05  WS-JUR-TAX-TOTAL     PIC 9(8)V99 VALUE ZERO.
           05  WS-JUR-ALLOCATED     PIC 9(8)V99 VALUE ZERO.
           05  WS-EMP-TOTAL-HOURS   PIC 9(6)V99 COMP-3 VALUE ZERO.
           05  WS-CREDIT-STATE      PIC 9(8)V99 VALUE ZERO.
           05  WS-CREDIT-LOCAL      PIC 9(8)V99 VALUE ZERO.
           05  WS-PERIODS-PER-YEAR  PIC 9(3) COMP-3 VALUE 12.
           05  WS-ANNUAL-WAGES      PIC 9(9)V99 COMP-3 VALUE ZERO.
           05  WS-ANNUAL-TAX        PIC 9(9)V99 COMP-3 VALUE ZERO.
           05  WS-BRK-LOWER         PIC 9(9)V99 COMP-3 VALUE ZERO.
           05  WS-BRK-PORTION       PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-BRK-SUB           PIC 9(1) VALUE 0.
           05  WS-BRK-DONE-FLAG     PIC X(1) VALUE 'N'.
               88  BRACKETS-DONE    VALUE 'Y'.
           05  WS-RCP-SUB           PIC 9(1) VALUE 0.
           05  WS-RECIPROCAL-FLAG   PIC X(1) VALUE 'N'.
               88  RECIPROCAL-RESIDENT VALUE 'Y'.
           05  WS-JUR-FOUND-FLAG    PIC X(1) VALUE 'N'.
               88  JURISDICTION-KNOWN VALUE 'Y'.
           05  WS-ENTRY-FOUND-FLAG  PIC X(1) VALUE 'N'.
               88  ENTRY-FOUND      VALUE 'Y'.
           05  WS-YJS-SUB           PIC 9(1) VALUE 0.
           05  WS-YJS-SLOT          PIC 9(1) VALUE 0.
           05  WS-JUR-TAX-RUN-TOTAL PIC 9(11)V99 VALUE ZERO.
           05  WS-END-OF-JTX-FLAG   PIC X(1) VALUE 'N'.
               88  END-OF-JTX-FILE  VALUE 'Y'.
           05  WS-END-OF-CCL-FLAG   PIC X(1) VALUE 'N'.
               88  END-OF-CCL-FILE  VALUE 'Y'.
           05  WS-END-OF-TMR-FLAG   PIC X(1) VALUE 'N'.
               88  END-OF-TMR-FILE  VALUE 'Y'.

       01  WS-REG-JURISDICTION-LINE.
           05  FILLER               PIC X(8) VALUE SPACES.
           05  FILLER               PIC X(16) VALUE
               'STATE/LOCAL TAX '.
           05  WS-RGJ-CODE          PIC X(4).
           05  FILLER               PIC X(8) VALUE '  WAGES '.
           05  WS-RGJ-WAGES         PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-RGJ-TAX           PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(74) VALUE SPACES.

      *    Benefit premiums loaded once. Each coverage is taken in
      *    the pay periods between its start and end dates; the
      *    employer share goes to the 'PB' journal leg.
       01  WS-BENEFIT-TABLE.
           05  WS-BNT-COUNT         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-BNT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-BNT-COUNT
                   INDEXED BY WS-BNT-IDX.
               10  WS-BNT-EMP-ID    PIC X(6).
               10  WS-BNT-PLAN-CODE PIC X(4).
               10  WS-BNT-TAX-BASIS PIC X(1).
               10  WS-BNT-EE-AMOUNT PIC 9(5)V99 COMP-3.
               10  WS-BNT-ER-AMOUNT PIC 9(5)V99 COMP-3.
               10  WS-BNT-START     PIC X(8).
               10  WS-BNT-END       PIC X(8).
               10  WS-BNT-DUE-FLAG  PIC X(1).

       01  WS-BENEFIT-WORK.
           05  WS-BEN-PRETAX        PIC 9(8)V99 VALUE ZERO.
           05  WS-BEN-ER-SHARE      PIC 9(8)V99 VALUE ZERO.
           05  WS-BEN-AMOUNT        PIC 9(8)V99 VALUE ZERO.
           05  WS-BEN-EE-TOTAL      PIC 9(11)V99 VALUE ZERO.
           05  WS-BEN-ER-TOTAL      PIC 9(11)V99 VALUE ZERO.
           05  WS-BEN-SHORT-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-END-OF-BDD-FLAG   PIC X(1) VALUE 'N'.
               88  END-OF-BDD-FILE  VALUE 'Y'.

       01  WS-REG-BENEFIT-LINE.
           05  FILLER               PIC X(8) VALUE SPACES.
           05  FILLER               PIC X(10) VALUE 'BENEFIT   '.
           05  WS-RGB-PLAN-CODE     PIC X(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-RGB-AMOUNT        PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-RGB-BASIS         PIC X(9).
           05  FILLER               PIC X(87) VALUE SPACES.

       01  WS-NAME-PARTS.
           05  WS-FIRST-NAME        PIC X(15).
           05  WS-LAST-NAME         PIC X(15).
               STOP RUN
           END-IF.

           OPEN EXTEND PAYROLL-HISTORY-FILE.
           IF WS-PHS-STATUS = '35'
               OPEN OUTPUT PAYROLL-HISTORY-FILE
           END-IF.

           OPEN OUTPUT DEPOSIT-FILE
                       CHECK-PRINT-FILE.

           PERFORM 1050-OPEN-YTD-FILE.
           PERFORM 1051-LOAD-COA-MAPPINGS.
           PERFORM 1052-LOAD-RETRO-LINES.
           PERFORM 1057-LOAD-COMMISSIONS.
           PERFORM 1059-LOAD-PREMIUMS.
           PERFORM 1066-LOAD-EXPENSE-CLAIMS.
           PERFORM 1055-LOAD-DEDUCTIONS.
           PERFORM 1060-LOAD-BANK-DETAILS.
           PERFORM 1075-LOAD-PAYROLL-PARAMETERS.
           PERFORM 1080-LOAD-JURISDICTIONS.
           PERFORM 1090-LOAD-BENEFITS.
           PERFORM 1100-GET-CURRENT-DATE.
           PERFORM 1170-CHECK-OFFCYCLE-MODE.
           IF NOT OFFCYCLE-RUN AND NOT FINAL-PAY-RUN
               PERFORM 1180-LOAD-PAY-CALENDAR
           END-IF.
           PERFORM 1200-BUILD-PAY-PERIOD.
               END-READ
           END-IF.

       1057-LOAD-COMMISSIONS.
           OPEN INPUT COMMISSION-EARNINGS-FILE.

           IF WS-CME-STATUS NOT = '00'
               MOVE 'Y' TO WS-END-OF-CME-FLAG
           END-IF.

           PERFORM 1058-LOAD-ONE-COMMISSION
               UNTIL END-OF-CME-FILE.

           IF WS-CME-STATUS = '00' OR WS-CME-STATUS = '10'
               CLOSE COMMISSION-EARNINGS-FILE
           END-IF.

           IF WS-CMT-COUNT > 0
               DISPLAY 'COMMISSIONS LOADED: ' WS-CMT-COUNT
           END-IF.

       1058-LOAD-ONE-COMMISSION.
           IF NOT END-OF-CME-FILE
               READ COMMISSION-EARNINGS-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-CME-FLAG
                   NOT AT END
                       IF WS-CMT-COUNT < 500
                               AND CME-AMOUNT NUMERIC
                           ADD 1 TO WS-CMT-COUNT
                           MOVE CME-EMP-ID
                               TO WS-CMT-EMP-ID(WS-CMT-COUNT)
                           MOVE CME-MONTH
                               TO WS-CMT-MONTH(WS-CMT-COUNT)
                           MOVE CME-AMOUNT
                               TO WS-CMT-AMOUNT(WS-CMT-COUNT)
                           MOVE CME-POST-DATE
                               TO WS-CMT-POST-DATE(WS-CMT-COUNT)
                           MOVE 'N'
                               TO WS-CMT-USED-FLAG(WS-CMT-COUNT)
                       END-IF
               END-READ
           END-IF.

       1066-LOAD-EXPENSE-CLAIMS.
           OPEN INPUT EXPENSE-REIMBURSEMENT-FILE.

           IF WS-ERM-STATUS NOT = '00'
               MOVE 'Y' TO WS-END-OF-ERM-FLAG
           END-IF.

           PERFORM 1067-LOAD-ONE-EXPENSE-CLAIM
               UNTIL END-OF-ERM-FILE.

           IF WS-ERM-STATUS = '00' OR WS-ERM-STATUS = '10'
               CLOSE EXPENSE-REIMBURSEMENT-FILE
           END-IF.

           IF WS-XRT-COUNT > 0
               DISPLAY 'EXPENSE CLAIMS LOADED: ' WS-XRT-COUNT
           END-IF.

       1067-LOAD-ONE-EXPENSE-CLAIM.
           IF NOT END-OF-ERM-FILE
               READ EXPENSE-REIMBURSEMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-ERM-FLAG
                   NOT AT END
                       IF WS-XRT-COUNT < 2000
                               AND ERM-AMOUNT NUMERIC
                           ADD 1 TO WS-XRT-COUNT
                           MOVE ERM-EMP-ID
                               TO WS-XRT-EMP-ID(WS-XRT-COUNT)
                           MOVE ERM-CLAIM-ID
                               TO WS-XRT-CLAIM-ID(WS-XRT-COUNT)
                           MOVE ERM-CLAIM-DATE
                               TO WS-XRT-CLAIM-DATE(WS-XRT-COUNT)
                           MOVE ERM-CATEGORY
                               TO WS-XRT-CATEGORY(WS-XRT-COUNT)
                           MOVE ERM-COST-CENTER
                               TO WS-XRT-CC(WS-XRT-COUNT)
                           MOVE ERM-AMOUNT
                               TO WS-XRT-AMOUNT(WS-XRT-COUNT)
                           MOVE ERM-RELEASE-DATE
                               TO WS-XRT-RELEASE-DATE(WS-XRT-COUNT)
                           MOVE ERM-SUPERVISOR-ID
                               TO WS-XRT-SUPERVISOR(WS-XRT-COUNT)
                           MOVE 'N'
                               TO WS-XRT-USED-FLAG(WS-XRT-COUNT)
                       ELSE
                           DISPLAY 'EXPENSE CLAIM NOT LOADED: '
                               ERM-CLAIM-ID
                       END-IF
               END-READ
           END-IF.

       1059-LOAD-PREMIUMS.
           OPEN INPUT PREMIUM-EARNINGS-FILE.

           IF WS-PRE-STATUS NOT = '00'
               MOVE 'Y' TO WS-END-OF-PRE-FLAG
           END-IF.

           PERFORM 1054-LOAD-ONE-PREMIUM
               UNTIL END-OF-PRE-FILE.

           IF WS-PRE-STATUS = '00' OR WS-PRE-STATUS = '10'
               CLOSE PREMIUM-EARNINGS-FILE
           END-IF.

           IF WS-PMT-COUNT > 0
               DISPLAY 'PREMIUM LINES LOADED: ' WS-PMT-COUNT
           END-IF.

       1054-LOAD-ONE-PREMIUM.
           IF NOT END-OF-PRE-FILE
               READ PREMIUM-EARNINGS-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-PRE-FLAG
                   NOT AT END
                       IF WS-PMT-COUNT < 3000
                               AND PRE-AMOUNT NUMERIC
                               AND PRE-HOURS NUMERIC
                           ADD 1 TO WS-PMT-COUNT
                           MOVE PRE-EMP-ID
                               TO WS-PMT-EMP-ID(WS-PMT-COUNT)
                           MOVE PRE-WORK-DATE
                               TO WS-PMT-DATE(WS-PMT-COUNT)
                           MOVE PRE-CODE
                               TO WS-PMT-CODE(WS-PMT-COUNT)
                           MOVE PRE-DESCRIPTION
                               TO WS-PMT-DESC(WS-PMT-COUNT)
                           MOVE PRE-HOURS
                               TO WS-PMT-HOURS(WS-PMT-COUNT)
                           MOVE PRE-AMOUNT
                               TO WS-PMT-AMOUNT(WS-PMT-COUNT)
                       END-IF
               END-READ
           END-IF.

       1055-LOAD-DEDUCTIONS.
           OPEN INPUT DEDUCTION-FILE.

                   'USING DEFAULTS'
           END-IF.

      *    No jurisdiction table = no state or local withholding, the
      *    way the program ran before; the cost-center locations and
      *    the time records only matter when there is one.
       1080-LOAD-JURISDICTIONS.
           OPEN INPUT JURISDICTION-TAX-FILE.

           IF WS-JTX-STATUS NOT = '00'
               DISPLAY 'JURISDICTION TAX FILE NOT FOUND - NO STATE '
                   'OR LOCAL WITHHOLDING'
               MOVE 'Y' TO WS-END-OF-JTX-FLAG
           END-IF.

           PERFORM 1081-LOAD-ONE-JURISDICTION
               UNTIL END-OF-JTX-FILE.

           IF WS-JTX-STATUS = '00' OR WS-JTX-STATUS = '10'
               CLOSE JURISDICTION-TAX-FILE
           END-IF.

           IF WS-JTT-COUNT > 0
               DISPLAY 'JURISDICTIONS LOADED: ' WS-JTT-COUNT
               PERFORM 1082-LOAD-CC-LOCATIONS
               PERFORM 1085-LOAD-TIME-HOURS
           END-IF.

       1081-LOAD-ONE-JURISDICTION.
           IF NOT END-OF-JTX-FILE
               READ JURISDICTION-TAX-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-JTX-FLAG
                   NOT AT END
                       IF WS-JTT-COUNT < 100
                               AND JTX-CODE NOT = SPACES
                           ADD 1 TO WS-JTT-COUNT
                           MOVE JURISDICTION-TAX-RECORD
                               TO WS-JTT-ENTRY(WS-JTT-COUNT)
                       END-IF
               END-READ
           END-IF.

       1082-LOAD-CC-LOCATIONS.
           OPEN INPUT CC-LOCATION-FILE.

           IF WS-CCL-STATUS NOT = '00'
               DISPLAY 'COST CENTER LOCATIONS NOT FOUND - ALL HOURS '
                   'AT THE WORK LOCATION'
               MOVE 'Y' TO WS-END-OF-CCL-FLAG
           END-IF.

           PERFORM 1083-LOAD-ONE-CC-LOCATION
               UNTIL END-OF-CCL-FILE.

           IF WS-CCL-STATUS = '00' OR WS-CCL-STATUS = '10'
               CLOSE CC-LOCATION-FILE
           END-IF.

       1083-LOAD-ONE-CC-LOCATION.
           IF NOT END-OF-CCL-FILE
               READ CC-LOCATION-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-CCL-FLAG
                   NOT AT END
                       IF WS-CLT-COUNT < 200
                           ADD 1 TO WS-CLT-COUNT
                           MOVE CCL-COST-CENTER
                               TO WS-CLT-CENTER(WS-CLT-COUNT)
                           MOVE CCL-LOCATION
                               TO WS-CLT-LOCATION(WS-CLT-COUNT)
                       END-IF
               END-READ
           END-IF.

       1085-LOAD-TIME-HOURS.
           OPEN INPUT TIME-RECORD-FILE.

           IF WS-TMR-STATUS NOT = '00'
               MOVE 'Y' TO WS-END-OF-TMR-FLAG
           END-IF.

           PERFORM 1086-LOAD-ONE-TIME-RECORD
               UNTIL END-OF-TMR-FILE.

           IF WS-TMR-STATUS = '00' OR WS-TMR-STATUS = '10'
               CLOSE TIME-RECORD-FILE
           END-IF.

      *    Leave days were not worked anywhere: they stay with the
      *    employee's own work location, like a blank cost center.
       1086-LOAD-ONE-TIME-RECORD.
           IF NOT END-OF-TMR-FILE
               READ TIME-RECORD-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-TMR-FLAG
                   NOT AT END
                       IF TMR-HOURS NUMERIC
                           IF TMR-LEAVE-CODE NOT = SPACE
                               MOVE SPACES TO TMR-COST-CENTER
                           END-IF
                           PERFORM 1087-TALLY-TIME-HOURS
                       END-IF
               END-READ
           END-IF.

       1087-TALLY-TIME-HOURS.
           MOVE 'N' TO WS-ENTRY-FOUND-FLAG
           IF WS-TMH-COUNT > 0
               SET WS-TMH-IDX TO 1
               SEARCH WS-TMH-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-TMH-EMP-ID(WS-TMH-IDX) = TMR-EMP-ID
                           AND WS-TMH-CENTER(WS-TMH-IDX)
                               = TMR-COST-CENTER
                       ADD TMR-HOURS TO WS-TMH-HOURS(WS-TMH-IDX)
                       MOVE 'Y' TO WS-ENTRY-FOUND-FLAG
               END-SEARCH
           END-IF

           IF NOT ENTRY-FOUND AND WS-TMH-COUNT < 5000
               ADD 1 TO WS-TMH-COUNT
               MOVE TMR-EMP-ID TO WS-TMH-EMP-ID(WS-TMH-COUNT)
               MOVE TMR-COST-CENTER TO WS-TMH-CENTER(WS-TMH-COUNT)
               MOVE TMR-HOURS TO WS-TMH-HOURS(WS-TMH-COUNT)
           END-IF.

       1090-LOAD-BENEFITS.
           OPEN INPUT BENEFIT-DEDUCTION-FILE.

           IF WS-BDD-STATUS NOT = '00'
               MOVE 'Y' TO WS-END-OF-BDD-FLAG
           END-IF.

           PERFORM 1091-LOAD-ONE-BENEFIT
               UNTIL END-OF-BDD-FILE.

           IF WS-BDD-STATUS = '00' OR WS-BDD-STATUS = '10'
               CLOSE BENEFIT-DEDUCTION-FILE
           END-IF.

           IF WS-BNT-COUNT > 0
               DISPLAY 'BENEFIT COVERAGES LOADED: ' WS-BNT-COUNT
           END-IF.

       1091-LOAD-ONE-BENEFIT.
           IF NOT END-OF-BDD-FILE
               READ BENEFIT-DEDUCTION-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-BDD-FLAG
                   NOT AT END
                       IF WS-BNT-COUNT < 2000
                               AND BDD-EE-AMOUNT NUMERIC
                               AND BDD-ER-AMOUNT NUMERIC
                           ADD 1 TO WS-BNT-COUNT
                           MOVE BDD-EMP-ID
                               TO WS-BNT-EMP-ID(WS-BNT-COUNT)
                           MOVE BDD-PLAN-CODE
                               TO WS-BNT-PLAN-CODE(WS-BNT-COUNT)
                           MOVE BDD-TAX-BASIS
                               TO WS-BNT-TAX-BASIS(WS-BNT-COUNT)
                           MOVE BDD-EE-AMOUNT
                               TO WS-BNT-EE-AMOUNT(WS-BNT-COUNT)
                           MOVE BDD-ER-AMOUNT
                               TO WS-BNT-ER-AMOUNT(WS-BNT-COUNT)
                           MOVE BDD-COVER-START
                               TO WS-BNT-START(WS-BNT-COUNT)
                           MOVE BDD-COVER-END
                               TO WS-BNT-END(WS-BNT-COUNT)
                           MOVE 'N' TO WS-BNT-DUE-FLAG(WS-BNT-COUNT)
                       END-IF
               END-READ
           END-IF.

       1050-OPEN-YTD-FILE.
      *    YTD-EMPLOYEE-FILE carries forward across runs; create it
      *    on the first-ever run, otherwise open it for update.
               PERFORM 1175-LOAD-OFFCYCLE-REQUESTS
           END-IF.

           IF WS-RUN-MODE-PARM = 'F' OR WS-RUN-MODE-PARM = 'f'
               MOVE 'Y' TO WS-FINAL-PAY-FLAG
               PERFORM 1160-SET-FINAL-PAY-PERIOD
               PERFORM 1161-LOAD-FINAL-PAY-FILES
           END-IF.

       1160-SET-FINAL-PAY-PERIOD.
           MOVE 3 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT WS-PERIOD-START-PARM FROM ARGUMENT-VALUE.

           IF WS-PERIOD-START-PARM NUMERIC
                   AND WS-PERIOD-START-PARM NOT = ZERO
               MOVE WS-PERIOD-START-PARM TO WS-FINAL-PERIOD-START
           ELSE
               MOVE WS-CURRENT-DATE TO WS-FINAL-PERIOD-START
               MOVE '01' TO WS-FINAL-PERIOD-START(7:2)
           END-IF.

           DISPLAY 'FINAL-PAY RUN FOR TERMINATIONS FROM '
               WS-FINAL-PERIOD-START ' TO ' WS-CURRENT-DATE.

       1161-LOAD-FINAL-PAY-FILES.
           OPEN INPUT LEAVE-RULES-FILE.

           IF WS-LVR-STATUS NOT = '00'
               DISPLAY 'LEAVE RULES NOT FOUND - VACATION PAID OUT IN '
                   'FULL, NO SICK LEAVE'
               MOVE 'Y' TO WS-END-OF-LVR-FLAG
           END-IF.

           PERFORM 1162-LOAD-ONE-PAYOUT-RULE
               UNTIL END-OF-LVR-FILE.

           IF WS-LVR-STATUS = '00' OR WS-LVR-STATUS = '10'
               CLOSE LEAVE-RULES-FILE
           END-IF.

           OPEN I-O LEAVE-BALANCE-FILE.

           IF WS-LVB-STATUS = '00'
               MOVE 'Y' TO WS-LVB-OPEN-FLAG
           ELSE
               DISPLAY 'LEAVE BALANCE FILE NOT AVAILABLE - NO LEAVE '
                   'PAYOUT: ' WS-LVB-STATUS
           END-IF.

           OPEN INPUT TERMINATION-SETTLEMENT-FILE.

           IF WS-TRM-STATUS NOT = '00'
               MOVE 'Y' TO WS-END-OF-TRM-FLAG
           END-IF.

           PERFORM 1163-LOAD-ONE-SETTLEMENT
               UNTIL END-OF-TRM-FILE.

           IF WS-TRM-STATUS = '00' OR WS-TRM-STATUS = '10'
               CLOSE TERMINATION-SETTLEMENT-FILE
           END-IF.

           OPEN INPUT TIME-RECORD-FILE.
           MOVE 'N' TO WS-END-OF-TMR-FLAG.

           IF WS-TMR-STATUS NOT = '00'
               MOVE 'Y' TO WS-END-OF-TMR-FLAG
           END-IF.

           PERFORM 1164-LOAD-ONE-DATED-TIME-RECORD
               UNTIL END-OF-TMR-FILE.

           IF WS-TMR-STATUS = '00' OR WS-TMR-STATUS = '10'
               CLOSE TIME-RECORD-FILE
           END-IF.

           OPEN OUTPUT FINAL-PAY-STATEMENT-FILE.

       1162-LOAD-ONE-PAYOUT-RULE.
           IF NOT END-OF-LVR-FILE
               READ LEAVE-RULES-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-LVR-FLAG
                   NOT AT END
                       IF WS-LRT-COUNT < 50
                           ADD 1 TO WS-LRT-COUNT
                           MOVE LVR-LEVEL-LOW
                               TO WS-LRT-LEVEL-LOW(WS-LRT-COUNT)
                           MOVE LVR-LEVEL-HIGH
                               TO WS-LRT-LEVEL-HIGH(WS-LRT-COUNT)
                           MOVE LVR-MIN-SERVICE-YRS
                               TO WS-LRT-MIN-YEARS(WS-LRT-COUNT)
                           IF LVR-VAC-PAYOUT-PCT NUMERIC
                               MOVE LVR-VAC-PAYOUT-PCT
                                   TO WS-LRT-VAC-PCT(WS-LRT-COUNT)
                           ELSE
                               MOVE 100 TO WS-LRT-VAC-PCT(WS-LRT-COUNT)
                           END-IF
                           IF LVR-SICK-PAYOUT-PCT NUMERIC
                               MOVE LVR-SICK-PAYOUT-PCT
                                   TO WS-LRT-SICK-PCT(WS-LRT-COUNT)
                           ELSE
                               MOVE ZERO
                                   TO WS-LRT-SICK-PCT(WS-LRT-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-IF.

       1163-LOAD-ONE-SETTLEMENT.
           IF NOT END-OF-TRM-FILE
               READ TERMINATION-SETTLEMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-TRM-FLAG
                   NOT AT END
                       IF WS-TRT-COUNT < 500
                           ADD 1 TO WS-TRT-COUNT
                           MOVE TRM-EMP-ID
                               TO WS-TRT-EMP-ID(WS-TRT-COUNT)
                           MOVE TRM-TERM-DATE
                               TO WS-TRT-TERM-DATE(WS-TRT-COUNT)
                           IF TRM-SEVERANCE NUMERIC
                               MOVE TRM-SEVERANCE
                                   TO WS-TRT-SEVERANCE(WS-TRT-COUNT)
                           ELSE
                               MOVE ZERO
                                   TO WS-TRT-SEVERANCE(WS-TRT-COUNT)
                           END-IF
                           MOVE TRM-STATUS
                               TO WS-TRT-STATUS(WS-TRT-COUNT)
                           MOVE TRM-SETTLE-DATE
                               TO WS-TRT-SETTLE-DATE(WS-TRT-COUNT)
                           IF TRM-NET-PAID NUMERIC
                               MOVE TRM-NET-PAID
                                   TO WS-TRT-NET-PAID(WS-TRT-COUNT)
                           ELSE
                               MOVE ZERO
                                   TO WS-TRT-NET-PAID(WS-TRT-COUNT)
                           END-IF
                       ELSE
                           DISPLAY 'SETTLEMENT TABLE FULL - '
                               'NOT LOADED: ' TRM-EMP-ID
                       END-IF
               END-READ
           END-IF.

       1164-LOAD-ONE-DATED-TIME-RECORD.
           IF NOT END-OF-TMR-FILE
               READ TIME-RECORD-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-TMR-FLAG
                   NOT AT END
                       IF TMR-HOURS NUMERIC
                               AND TMR-WORK-DATE > WS-FINAL-PERIOD-START
                               AND WS-TDT-COUNT < 5000
                           ADD 1 TO WS-TDT-COUNT
                           MOVE TMR-EMP-ID
                               TO WS-TDT-EMP-ID(WS-TDT-COUNT)
                           MOVE TMR-WORK-DATE
                               TO WS-TDT-WORK-DATE(WS-TDT-COUNT)
                           MOVE TMR-HOURS
                               TO WS-TDT-HOURS(WS-TDT-COUNT)
                       END-IF
               END-READ
           END-IF.

       1175-LOAD-OFFCYCLE-REQUESTS.
           OPEN INPUT OFFCYCLE-REQUEST-FILE.

      *    calendar the period end from the calendar is stamped, not
      *    the run date: a weekly run on Monday still labels the week
      *    it pays. An off-cycle run is stamped 'OC-' + YYMMDD so it
      *    can never be mistaken for a regular period downstream; a
      *    final-pay run is stamped 'FP-' the same way.
           IF OFFCYCLE-RUN
               MOVE SPACES TO WS-PAY-PERIOD-STRING
               STRING 'OC-' WS-CURRENT-DATE(3:6)
                   INTO WS-PAY-PERIOD-STRING
               END-STRING
           ELSE
           IF FINAL-PAY-RUN
               MOVE SPACES TO WS-PAY-PERIOD-STRING
               STRING 'FP-' WS-CURRENT-DATE(3:6)
                   DELIMITED BY SIZE
                   INTO WS-PAY-PERIOD-STRING
               END-STRING
           ELSE
           IF CALENDAR-ACTIVE AND WS-CAL-PERIOD-END NUMERIC
               STRING WS-CAL-PERIOD-END(1:4) '-'
                      WS-CAL-PERIOD-END(5:2) '-'
                      INTO WS-PAY-PERIOD-STRING
               END-STRING
           END-IF
           END-IF
           END-IF.

       1300-READ-EMPLOYEE.
           IF NOT WS-EOF
               PERFORM 2010-CHECK-FREQUENCY-SELECTED
               PERFORM 2015-CHECK-OFFCYCLE-SELECTED
               PERFORM 2016-CHECK-FINAL-PAY-DUE
               EVALUATE TRUE
      *            A final-pay run pays the leavers due and nobody
      *            else.
                   WHEN FINAL-PAY-RUN AND FINAL-PAY-DUE
                       PERFORM 2000A-PAY-ONE-EMPLOYEE
                   WHEN FINAL-PAY-RUN
                       ADD 1 TO WS-EMPLOYEES-SKIPPED
                       PERFORM 1300-READ-EMPLOYEE
      *            A terminated employee named on the off-cycle
      *            request still pays: the termination payout is the
      *            main reason the off-cycle mode exists.
               END-SEARCH
           END-IF.

      *    Due: terminated by the run date, and either terminated
      *    within the period or still open on the settlement file;
      *    never a termination already settled.
       2016-CHECK-FINAL-PAY-DUE.
           MOVE 'N' TO WS-FINAL-DUE-FLAG
           MOVE ZERO TO WS-TRM-SLOT
           IF FINAL-PAY-RUN AND EMP-TERMINATED
                   AND EMP-TERM-DATE NUMERIC
                   AND EMP-TERM-DATE <= WS-CURRENT-DATE
               IF WS-TRT-COUNT > 0
                   PERFORM 2017-MATCH-ONE-SETTLEMENT
                       VARYING WS-TRT-IDX FROM 1 BY 1
                       UNTIL WS-TRT-IDX > WS-TRT-COUNT
               END-IF
               EVALUATE TRUE
                   WHEN WS-TRM-SLOT > ZERO
                           AND WS-TRT-STATUS(WS-TRM-SLOT) = 'S'
                       DISPLAY 'FINAL PAY ALREADY SETTLED FOR: ' EMP-ID
                   WHEN WS-TRM-SLOT > ZERO
                       MOVE 'Y' TO WS-FINAL-DUE-FLAG
                   WHEN EMP-TERM-DATE >= WS-FINAL-PERIOD-START
                       MOVE 'Y' TO WS-FINAL-DUE-FLAG
               END-EVALUATE
           END-IF.

      *    An open entry wins over a settled one for the same date.
       2017-MATCH-ONE-SETTLEMENT.
           IF WS-TRT-EMP-ID(WS-TRT-IDX) = EMP-ID
                   AND WS-TRT-TERM-DATE(WS-TRT-IDX) = EMP-TERM-DATE
               IF WS-TRM-SLOT = ZERO
                   SET WS-TRM-SLOT TO WS-TRT-IDX
               ELSE
                   IF WS-TRT-STATUS(WS-TRM-SLOT) = 'S'
                       SET WS-TRM-SLOT TO WS-TRT-IDX
                   END-IF
               END-IF
           END-IF.

       2000A-PAY-ONE-EMPLOYEE.
               ADD 1 TO WS-EMPLOYEES-PROCESSED
               PERFORM 2060-PREPARE-FINAL-PAY
               PERFORM 2100-CALCULATE-BASE-SALARY
               PERFORM 2150-TAKE-SHIFT-PREMIUMS
               PERFORM 2200-CALCULATE-OVERTIME
               PERFORM 2300-CALCULATE-GROSS
               PERFORM 2350-TAKE-PRETAX-BENEFITS
               PERFORM 2400-CALCULATE-DEDUCTIONS
               PERFORM 2450-CALCULATE-JURISDICTION-TAX
               PERFORM 2500-CALCULATE-NET
               PERFORM 2580-APPLY-RETRO-LINE
               PERFORM 2590-TAKE-EXPENSE-CLAIMS
               IF FINAL-PAY-RUN
                   PERFORM 2900-CLOSE-FINAL-PAY
               END-IF
               PERFORM 2600-UPDATE-TOTALS
               PERFORM 2700-WRITE-PAYROLL
               PERFORM 1300-READ-EMPLOYEE.
           WRITE PAYROLL-EXCEPTION-RECORD
           ADD 1 TO WS-EXCEPTION-COUNT.

      *    Final-pay components, zero outside a final-pay run: hours
      *    booked after the termination date are not paid, unused
      *    leave is paid out under the payout rules and the
      *    severance keyed on the termination is added.
       2060-PREPARE-FINAL-PAY.
           MOVE ZERO TO WS-SEVERANCE-PAY
                        WS-LEAVE-PAYOUT
                        WS-LEAVE-PAY-HOURS
                        WS-FIN-BEN-TAKEN
                        WS-FIN-DED-TAKEN
                        WS-FIN-ADVANCE-TAKEN
                        WS-FIN-ADVANCE-LEFT
                        WS-DEDS-STOPPED
           MOVE WS-CURRENT-DATE TO WS-PAY-THROUGH-DATE
           IF FINAL-PAY-RUN
               MOVE EMP-TERM-DATE TO WS-PAY-THROUGH-DATE
               PERFORM 2061-TRIM-HOURS-AFTER-TERM
               IF LEAVE-BALANCES-OPEN
                   PERFORM 2063-CALCULATE-LEAVE-PAYOUT
               END-IF
               IF WS-TRM-SLOT > ZERO
                   MOVE WS-TRT-SEVERANCE(WS-TRM-SLOT)
                       TO WS-SEVERANCE-PAY
               END-IF
               IF WS-LEAVE-PAYOUT > ZERO
                   MOVE 'LEAVE PAYOUT     ' TO WS-RGF-LABEL
                   MOVE WS-LEAVE-PAYOUT TO WS-RGF-AMOUNT
                   WRITE REGISTER-LINE FROM WS-REG-FINAL-LINE
               END-IF
               IF WS-SEVERANCE-PAY > ZERO
                   MOVE 'SEVERANCE        ' TO WS-RGF-LABEL
                   MOVE WS-SEVERANCE-PAY TO WS-RGF-AMOUNT
                   WRITE REGISTER-LINE FROM WS-REG-FINAL-LINE
               END-IF
           END-IF.

       2061-TRIM-HOURS-AFTER-TERM.
           MOVE ZERO TO WS-HOURS-AFTER-TERM
           IF WS-TDT-COUNT > 0
               PERFORM 2062-ADD-ONE-LATE-DAY
                   VARYING WS-TDT-IDX FROM 1 BY 1
                   UNTIL WS-TDT-IDX > WS-TDT-COUNT
           END-IF
           IF WS-HOURS-AFTER-TERM > ZERO
               DISPLAY 'HOURS AFTER TERMINATION NOT PAID: ' EMP-ID
                   ' ' WS-HOURS-AFTER-TERM
               IF WS-HOURS-AFTER-TERM > HOURS-WORKED
                   MOVE ZERO TO HOURS-WORKED
               ELSE
                   SUBTRACT WS-HOURS-AFTER-TERM FROM HOURS-WORKED
               END-IF
           END-IF.

       2062-ADD-ONE-LATE-DAY.
           IF WS-TDT-EMP-ID(WS-TDT-IDX) = EMP-ID
                   AND WS-TDT-WORK-DATE(WS-TDT-IDX) > EMP-TERM-DATE
               ADD WS-TDT-HOURS(WS-TDT-IDX) TO WS-HOURS-AFTER-TERM
           END-IF.

      *    Positive balances only; what is not paid out is forfeited,
      *    so both balances are cleared and the liability report of
      *    LEAVE-ACCRUAL no longer carries the leaver.
       2063-CALCULATE-LEAVE-PAYOUT.
           MOVE EMP-ID TO LVB-EMP-ID
           READ LEAVE-BALANCE-FILE
               KEY IS LVB-EMP-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 2064-SELECT-PAYOUT-RULE
                   IF LVB-VAC-BALANCE > ZERO
                       COMPUTE WS-LEAVE-PAY-HOURS ROUNDED =
                           LVB-VAC-BALANCE * WS-VAC-PAYOUT-PCT / 100
                   END-IF
                   IF LVB-SICK-BALANCE > ZERO
                       COMPUTE WS-LEAVE-PAY-HOURS ROUNDED =
                           WS-LEAVE-PAY-HOURS
                           + LVB-SICK-BALANCE * WS-SICK-PAYOUT-PCT / 100
                   END-IF
                   COMPUTE WS-LEAVE-PAYOUT ROUNDED =
                       WS-LEAVE-PAY-HOURS * HOURLY-RATE
                   MOVE ZERO TO LVB-VAC-BALANCE
                                LVB-SICK-BALANCE
                   MOVE WS-CURRENT-DATE TO LVB-LAST-ACCRUAL
                   REWRITE LEAVE-BALANCE-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR CLEARING LEAVE BALANCE FOR: '
                               LVB-EMP-ID
                   END-REWRITE
           END-READ.

      *    Service is counted to the termination date; no matching
      *    rule = vacation paid in full, sick leave not paid.
       2064-SELECT-PAYOUT-RULE.
           MOVE 100 TO WS-VAC-PAYOUT-PCT
           MOVE ZERO TO WS-SICK-PAYOUT-PCT
                        WS-FIN-SERVICE-YRS
           IF EMP-HIRE-DATE NUMERIC AND EMP-HIRE-DATE > '00000000'
               MOVE EMP-HIRE-DATE TO WS-FIN-DATE-NUM
               COMPUTE WS-FIN-HIRE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-FIN-DATE-NUM)
               MOVE EMP-TERM-DATE TO WS-FIN-DATE-NUM
               COMPUTE WS-FIN-TERM-INT =
                   FUNCTION INTEGER-OF-DATE(WS-FIN-DATE-NUM)
               IF WS-FIN-TERM-INT > WS-FIN-HIRE-INT
                   COMPUTE WS-FIN-SERVICE-YRS =
                       (WS-FIN-TERM-INT - WS-FIN-HIRE-INT) / 365
               END-IF
           END-IF
           MOVE ZERO TO WS-LRT-BEST-SLOT
           MOVE -1 TO WS-LRT-BEST-YEARS
           IF WS-LRT-COUNT > 0
               PERFORM 2065-MATCH-ONE-PAYOUT-RULE
                   VARYING WS-LRT-SCAN FROM 1 BY 1
                   UNTIL WS-LRT-SCAN > WS-LRT-COUNT
           END-IF
           IF WS-LRT-BEST-SLOT > ZERO
               MOVE WS-LRT-VAC-PCT(WS-LRT-BEST-SLOT)
                   TO WS-VAC-PAYOUT-PCT
               MOVE WS-LRT-SICK-PCT(WS-LRT-BEST-SLOT)
                   TO WS-SICK-PAYOUT-PCT
           END-IF.

       2065-MATCH-ONE-PAYOUT-RULE.
           IF EMP-LEVEL >= WS-LRT-LEVEL-LOW(WS-LRT-SCAN)
                   AND EMP-LEVEL <= WS-LRT-LEVEL-HIGH(WS-LRT-SCAN)
                   AND WS-FIN-SERVICE-YRS
                       >= WS-LRT-MIN-YEARS(WS-LRT-SCAN)
                   AND WS-LRT-MIN-YEARS(WS-LRT-SCAN)
                       > WS-LRT-BEST-YEARS
               MOVE WS-LRT-SCAN TO WS-LRT-BEST-SLOT
               MOVE WS-LRT-MIN-YEARS(WS-LRT-SCAN)
                   TO WS-LRT-BEST-YEARS
           END-IF.

       2100-CALCULATE-BASE-SALARY.
      *    Base salary = hours worked * hourly rate
           COMPUTE WS-BASE-SALARY = HOURS-WORKED * HOURLY-RATE
                   MOVE 0 TO WS-BASE-SALARY
           END-COMPUTE.

      *    Shift and holiday premiums of the period, one register
      *    line per premium code. A final pay takes only the days up
      *    to the termination date, like the hours (2061).
       2150-TAKE-SHIFT-PREMIUMS.
           MOVE ZERO TO WS-PREMIUM-PAY
                        WS-EPC-COUNT.
           IF WS-PMT-COUNT > 0
               PERFORM 2151-TAKE-ONE-PREMIUM
                   VARYING WS-PMT-IDX FROM 1 BY 1
                   UNTIL WS-PMT-IDX > WS-PMT-COUNT
               PERFORM 2153-WRITE-PREMIUM-LINE
                   VARYING WS-EPC-IDX FROM 1 BY 1
                   UNTIL WS-EPC-IDX > WS-EPC-COUNT
           END-IF.

       2151-TAKE-ONE-PREMIUM.
           IF WS-PMT-EMP-ID(WS-PMT-IDX) = EMP-ID
                   AND WS-PMT-DATE(WS-PMT-IDX) <= WS-PAY-THROUGH-DATE
               ADD WS-PMT-AMOUNT(WS-PMT-IDX) TO WS-PREMIUM-PAY
                                                WS-PREMIUM-TOTAL
               ADD 1 TO WS-PREMIUM-LINES-PAID
               SET WS-EPC-IDX TO 1
               SEARCH WS-EPC-ENTRY
                   AT END
                       PERFORM 2152-ADD-PREMIUM-CODE
                   WHEN WS-EPC-CODE(WS-EPC-IDX)
                           = WS-PMT-CODE(WS-PMT-IDX)
                       ADD WS-PMT-HOURS(WS-PMT-IDX)
                           TO WS-EPC-HOURS(WS-EPC-IDX)
                       ADD WS-PMT-AMOUNT(WS-PMT-IDX)
                           TO WS-EPC-AMOUNT(WS-EPC-IDX)
               END-SEARCH
           END-IF.

      *    More codes than slots: the overflow is still paid, on the
      *    last code's line.
       2152-ADD-PREMIUM-CODE.
           IF WS-EPC-COUNT < 20
               ADD 1 TO WS-EPC-COUNT
               MOVE WS-PMT-CODE(WS-PMT-IDX)
                   TO WS-EPC-CODE(WS-EPC-COUNT)
               MOVE WS-PMT-DESC(WS-PMT-IDX)
                   TO WS-EPC-DESC(WS-EPC-COUNT)
               MOVE ZERO TO WS-EPC-HOURS(WS-EPC-COUNT)
                            WS-EPC-AMOUNT(WS-EPC-COUNT)
           END-IF.
           ADD WS-PMT-HOURS(WS-PMT-IDX) TO WS-EPC-HOURS(WS-EPC-COUNT).
           ADD WS-PMT-AMOUNT(WS-PMT-IDX)
               TO WS-EPC-AMOUNT(WS-EPC-COUNT).

       2153-WRITE-PREMIUM-LINE.
           MOVE WS-EPC-CODE(WS-EPC-IDX) TO WS-RGP-CODE
           MOVE WS-EPC-DESC(WS-EPC-IDX) TO WS-RGP-DESC
           MOVE WS-EPC-HOURS(WS-EPC-IDX) TO WS-RGP-HOURS
           MOVE WS-EPC-AMOUNT(WS-EPC-IDX) TO WS-RGP-AMOUNT
           WRITE REGISTER-LINE FROM WS-REG-PREMIUM-LINE.

       2200-CALCULATE-OVERTIME.
      *    Calculate overtime pay at 1.5x rate
           IF OVERTIME-HOURS > 0
                   GIVING WS-OVERTIME-PAY
               MULTIPLY WS-OVERTIME-PAY BY WS-OVERTIME-MULT
                   GIVING WS-OVERTIME-PAY
               PERFORM 2210-ADD-PREMIUM-TO-OVERTIME
           ELSE
               MOVE 0 TO WS-OVERTIME-PAY
           END-IF.

      *    Premiums are part of the regular rate: hourly rate plus
      *    premium pay over all hours worked. The premium lines
      *    already pay the straight-time share of it for the overtime
      *    hours, so overtime adds only the uplift on that share.
       2210-ADD-PREMIUM-TO-OVERTIME.
           IF WS-PREMIUM-PAY > ZERO
               COMPUTE WS-PREMIUM-PER-HOUR ROUNDED =
                   WS-PREMIUM-PAY / (HOURS-WORKED + OVERTIME-HOURS)
               COMPUTE WS-PREMIUM-OT-PAY ROUNDED =
                   OVERTIME-HOURS * WS-PREMIUM-PER-HOUR
                   * (WS-OVERTIME-MULT - 1)
               ADD WS-PREMIUM-OT-PAY TO WS-OVERTIME-PAY
           END-IF.

       2300-CALCULATE-GROSS.
      *    Gross = Base + Overtime + Bonus + Commission + shift and
      *    holiday premiums, plus the leave payout and severance of a
      *    final pay
           MOVE BONUS-AMOUNT TO WS-BONUS-PAY.
           MOVE ZERO TO WS-COMMISSION-PAY.
           IF WS-CMT-COUNT > 0
               PERFORM 2310-TAKE-ONE-COMMISSION
                   VARYING WS-CMT-IDX FROM 1 BY 1
                   UNTIL WS-CMT-IDX > WS-CMT-COUNT
           END-IF.
           COMPUTE WS-GROSS-SALARY =
               WS-BASE-SALARY + WS-OVERTIME-PAY + WS-BONUS-PAY
               + WS-COMMISSION-PAY + WS-PREMIUM-PAY
               + WS-LEAVE-PAYOUT + WS-SEVERANCE-PAY.

      *    Unlike a retro line the commission is a plain earning: it
      *    goes into the gross BEFORE tax and social security are
      *    worked out, so it is taxed like the rest of the pay.
       2310-TAKE-ONE-COMMISSION.
           IF WS-CMT-EMP-ID(WS-CMT-IDX) = EMP-ID
                   AND WS-CMT-USED-FLAG(WS-CMT-IDX) = 'N'
               MOVE 'Y' TO WS-CMT-USED-FLAG(WS-CMT-IDX)
               ADD WS-CMT-AMOUNT(WS-CMT-IDX) TO WS-COMMISSION-PAY
                                                WS-COMMISSION-TOTAL
               ADD 1 TO WS-COMMISSIONS-PAID
               MOVE WS-CMT-MONTH(WS-CMT-IDX) TO WS-RGC-MONTH
               MOVE WS-CMT-AMOUNT(WS-CMT-IDX) TO WS-RGC-AMOUNT
               WRITE REGISTER-LINE FROM WS-REG-COMMISSION-LINE
           END-IF.

      *    Benefit premiums are a per-period charge: an off-cycle run
      *    takes none. Pre-tax premiums come off the gross before any
      *    tax is worked out; they never take more than the gross.
       2350-TAKE-PRETAX-BENEFITS.
           MOVE ZERO TO WS-BEN-PRETAX
                        WS-BEN-ER-SHARE
           IF WS-BNT-COUNT > 0 AND NOT OFFCYCLE-RUN
               PERFORM 2351-TAKE-ONE-PRETAX-BENEFIT
                   VARYING WS-BNT-IDX FROM 1 BY 1
                   UNTIL WS-BNT-IDX > WS-BNT-COUNT
           END-IF
           COMPUTE WS-TAXABLE-GROSS = WS-GROSS-SALARY - WS-BEN-PRETAX.

       2351-TAKE-ONE-PRETAX-BENEFIT.
           MOVE 'N' TO WS-BNT-DUE-FLAG(WS-BNT-IDX)
           IF WS-BNT-EMP-ID(WS-BNT-IDX) = EMP-ID
                   AND WS-BNT-START(WS-BNT-IDX) <= WS-PAY-THROUGH-DATE
                   AND (WS-BNT-END(WS-BNT-IDX) = SPACES
                       OR WS-BNT-END(WS-BNT-IDX)
                           >= WS-PAY-THROUGH-DATE)
               MOVE 'Y' TO WS-BNT-DUE-FLAG(WS-BNT-IDX)
               ADD WS-BNT-ER-AMOUNT(WS-BNT-IDX) TO WS-BEN-ER-SHARE
               IF WS-BNT-TAX-BASIS(WS-BNT-IDX) = 'P'
                   MOVE WS-BNT-EE-AMOUNT(WS-BNT-IDX) TO WS-BEN-AMOUNT
                   IF WS-BEN-PRETAX + WS-BEN-AMOUNT > WS-GROSS-SALARY
                       COMPUTE WS-BEN-AMOUNT =
                           WS-GROSS-SALARY - WS-BEN-PRETAX
                   END-IF
                   ADD WS-BEN-AMOUNT TO WS-BEN-PRETAX
                   MOVE 'PRE-TAX  ' TO WS-RGB-BASIS
                   PERFORM 2355-RECORD-BENEFIT-TAKEN
               END-IF
           END-IF.

      *    A premium that could not be taken in full is for HR to
      *    collect; the coverage itself continues.
       2355-RECORD-BENEFIT-TAKEN.
           IF WS-BEN-AMOUNT < WS-BNT-EE-AMOUNT(WS-BNT-IDX)
               ADD 1 TO WS-BEN-SHORT-COUNT
               DISPLAY 'BENEFIT PREMIUM SHORT FOR: ' EMP-ID ' '
                   WS-BNT-PLAN-CODE(WS-BNT-IDX)
           END-IF
           IF WS-BEN-AMOUNT > ZERO
               ADD WS-BEN-AMOUNT TO WS-BEN-EE-TOTAL
                                    WS-FIN-BEN-TAKEN
               MOVE WS-BNT-PLAN-CODE(WS-BNT-IDX) TO WS-RGB-PLAN-CODE
               MOVE WS-BEN-AMOUNT TO WS-RGB-AMOUNT
               WRITE REGISTER-LINE FROM WS-REG-BENEFIT-LINE
               MOVE WS-BNT-PLAN-CODE(WS-BNT-IDX) TO WS-RMT-WORK-CODE
               MOVE WS-BEN-AMOUNT TO WS-DED-AMOUNT
               PERFORM 2526-ACCUMULATE-REMITTANCE
           END-IF.

       2400-CALCULATE-DEDUCTIONS.
      *    Calculate tax based on tax code
           EVALUATE TRUE
               WHEN TAX-STANDARD
                   COMPUTE WS-TAX-AMOUNT =
                       WS-TAXABLE-GROSS * WS-STANDARD-TAX-RATE / 100
                   ADD 1 TO WS-STANDARD-TAX-COUNT
               WHEN TAX-REDUCED
                   COMPUTE WS-TAX-AMOUNT =
                       WS-TAXABLE-GROSS * WS-REDUCED-TAX-RATE / 100
                   ADD 1 TO WS-REDUCED-TAX-COUNT
               WHEN TAX-EXEMPT
                   MOVE 0 TO WS-TAX-AMOUNT
                   DISPLAY ERR-PAY-P003-CODE ': UNKNOWN TAX CODE FOR: '
                       EMP-ID
                   COMPUTE WS-TAX-AMOUNT =
                       WS-TAXABLE-GROSS * WS-STANDARD-TAX-RATE / 100
                   ADD 1 TO WS-STANDARD-TAX-COUNT
                   PERFORM 2410-WRITE-TAX-CODE-EXCEPTION
           END-EVALUATE.

      *    Calculate social security
           COMPUTE WS-SOCIAL-SEC =
               WS-TAXABLE-GROSS * WS-SOCIAL-SEC-RATE / 100.

       2410-WRITE-TAX-CODE-EXCEPTION.
      *    An unrecognized TAX-CODE still gets taxed as standard above
           WRITE PAYROLL-EXCEPTION-RECORD
           ADD 1 TO WS-EXCEPTION-COUNT.

      *    State and local withholding on top of the TAX-CODE rate.
      *    The taxable gross (after pre-tax benefit premiums) is
      *    split over the work locations in proportion
      *    to the hours booked there (cost center -> location), each
      *    work jurisdiction withholds on its share as a nonresident
      *    unless reciprocity or a resident-only rule says otherwise,
      *    and the resident state and city then withhold on the whole
      *    gross less the credit for what the others already took.
      *    Brackets are annual: wages are annualized by the pay
      *    frequency and the annual tax brought back to one period.
      *    TAX-EXEMPT employees are exempt here too.
       2450-CALCULATE-JURISDICTION-TAX.
           MOVE ZERO TO WS-JUR-TAX-TOTAL
                        WS-CREDIT-STATE
                        WS-CREDIT-LOCAL
                        WS-ELS-COUNT
                        WS-EJT-COUNT.

           IF WS-JTT-COUNT > 0
                   AND NOT TAX-EXEMPT
                   AND (EMP-WORK-LOC NOT = SPACES
                       OR EMP-RESIDENT-LOC NOT = SPACES)
               IF EMP-PAY-FREQ = 'W'
                   MOVE 52 TO WS-PERIODS-PER-YEAR
               ELSE
                   MOVE 12 TO WS-PERIODS-PER-YEAR
               END-IF
               PERFORM 2451-SPLIT-WAGES-BY-LOCATION
               PERFORM 2455-SET-RESIDENCE
               MOVE 'N' TO WS-JUR-RES-FLAG
               PERFORM 2456-ADD-WORK-JURISDICTIONS
                   VARYING WS-ELS-IDX FROM 1 BY 1
                   UNTIL WS-ELS-IDX > WS-ELS-COUNT
               PERFORM 2458-ADD-RESIDENT-JURISDICTIONS
               PERFORM 2460-TAX-ONE-JURISDICTION
                   VARYING WS-EJT-IDX FROM 1 BY 1
                   UNTIL WS-EJT-IDX > WS-EJT-COUNT
           END-IF.

      *    No time records for the employee: the whole gross belongs
      *    to the work location. Otherwise each location gets its
      *    share of the hours, the last one the rounding remainder so
      *    the shares always rebuild the exact gross.
       2451-SPLIT-WAGES-BY-LOCATION.
           MOVE ZERO TO WS-EMP-TOTAL-HOURS
           IF WS-TMH-COUNT > 0
               PERFORM 2452-TALLY-ONE-LOCATION
                   VARYING WS-TMH-IDX FROM 1 BY 1
                   UNTIL WS-TMH-IDX > WS-TMH-COUNT
           END-IF

           IF WS-EMP-TOTAL-HOURS = ZERO
               MOVE 1 TO WS-ELS-COUNT
               MOVE EMP-WORK-LOC TO WS-ELS-LOC(1)
               MOVE ZERO TO WS-ELS-HOURS(1)
               MOVE WS-TAXABLE-GROSS TO WS-ELS-WAGES(1)
           ELSE
               MOVE ZERO TO WS-JUR-ALLOCATED
               PERFORM 2454-ALLOCATE-ONE-LOCATION
                   VARYING WS-ELS-IDX FROM 1 BY 1
                   UNTIL WS-ELS-IDX > WS-ELS-COUNT
           END-IF.

       2452-TALLY-ONE-LOCATION.
           IF WS-TMH-EMP-ID(WS-TMH-IDX) = EMP-ID
               PERFORM 2453-FIND-CENTER-LOCATION
               ADD WS-TMH-HOURS(WS-TMH-IDX) TO WS-EMP-TOTAL-HOURS
               MOVE 'N' TO WS-ENTRY-FOUND-FLAG
               IF WS-ELS-COUNT > 0
                   SET WS-ELS-IDX TO 1
                   SEARCH WS-ELS-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-ELS-LOC(WS-ELS-IDX) = WS-JUR-CODE
                           ADD WS-TMH-HOURS(WS-TMH-IDX)
                               TO WS-ELS-HOURS(WS-ELS-IDX)
                           MOVE 'Y' TO WS-ENTRY-FOUND-FLAG
                   END-SEARCH
               END-IF
      *        More than ten locations in one period: the excess
      *        hours stay with the last location kept.
               IF NOT ENTRY-FOUND
                   IF WS-ELS-COUNT < 10
                       ADD 1 TO WS-ELS-COUNT
                       MOVE WS-JUR-CODE TO WS-ELS-LOC(WS-ELS-COUNT)
                       MOVE WS-TMH-HOURS(WS-TMH-IDX)
                           TO WS-ELS-HOURS(WS-ELS-COUNT)
                   ELSE
                       ADD WS-TMH-HOURS(WS-TMH-IDX)
                           TO WS-ELS-HOURS(WS-ELS-COUNT)
                   END-IF
               END-IF
           END-IF.

      *    Blank or unmapped cost center = the employee's own work
      *    location.
       2453-FIND-CENTER-LOCATION.
           MOVE EMP-WORK-LOC TO WS-JUR-CODE
           IF WS-TMH-CENTER(WS-TMH-IDX) NOT = SPACES
                   AND WS-CLT-COUNT > 0
               SET WS-CLT-IDX TO 1
               SEARCH WS-CLT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CLT-CENTER(WS-CLT-IDX)
                           = WS-TMH-CENTER(WS-TMH-IDX)
                       MOVE WS-CLT-LOCATION(WS-CLT-IDX) TO WS-JUR-CODE
               END-SEARCH
           END-IF.

       2454-ALLOCATE-ONE-LOCATION.
           IF WS-ELS-IDX = WS-ELS-COUNT
               COMPUTE WS-ELS-WAGES(WS-ELS-IDX) =
                   WS-TAXABLE-GROSS - WS-JUR-ALLOCATED
           ELSE
               COMPUTE WS-ELS-WAGES(WS-ELS-IDX) ROUNDED =
                   WS-TAXABLE-GROSS * WS-ELS-HOURS(WS-ELS-IDX)
                   / WS-EMP-TOTAL-HOURS
               ADD WS-ELS-WAGES(WS-ELS-IDX) TO WS-JUR-ALLOCATED
           END-IF.

      *    Resident state and city. A blank resident location means
      *    the employee lives where they work.
       2455-SET-RESIDENCE.
           MOVE SPACES TO WS-RES-STATE
                          WS-RES-LOCAL
           MOVE EMP-RESIDENT-LOC TO WS-JUR-CODE
           IF WS-JUR-CODE = SPACES
               MOVE EMP-WORK-LOC TO WS-JUR-CODE
           END-IF

           PERFORM 2470-FIND-JURISDICTION
           IF JURISDICTION-KNOWN
               IF WS-JTT-LEVEL(WS-JTT-IDX) = 'L'
                   MOVE WS-JUR-CODE TO WS-RES-LOCAL
                   MOVE WS-JTT-PARENT(WS-JTT-IDX) TO WS-RES-STATE
               ELSE
                   MOVE WS-JUR-CODE TO WS-RES-STATE
               END-IF
      *    Unknown: reported once here; keeping it as the resident
      *    state stops the work pass from reporting it again.
           ELSE
               IF WS-JUR-CODE NOT = SPACES
                   PERFORM 2480-WRITE-JURISDICTION-EXCEPTION
                   MOVE WS-JUR-CODE TO WS-RES-STATE
               END-IF
           END-IF.

      *    A work location taxes its share of the wages, and so does
      *    its state when the location is a city.
       2456-ADD-WORK-JURISDICTIONS.
           IF WS-ELS-LOC(WS-ELS-IDX) NOT = SPACES
               MOVE WS-ELS-LOC(WS-ELS-IDX) TO WS-JUR-CODE
               MOVE WS-ELS-WAGES(WS-ELS-IDX) TO WS-JUR-WAGES
               MOVE SPACES TO WS-JUR-PARENT
               PERFORM 2470-FIND-JURISDICTION
               IF JURISDICTION-KNOWN
                       AND WS-JTT-LEVEL(WS-JTT-IDX) = 'L'
                   MOVE WS-JTT-PARENT(WS-JTT-IDX) TO WS-JUR-PARENT
               END-IF
               PERFORM 2457-ADD-NONRESIDENT-WAGES
               IF WS-JUR-PARENT NOT = SPACES
                   MOVE WS-JUR-PARENT TO WS-JUR-CODE
                   PERFORM 2457-ADD-NONRESIDENT-WAGES
               END-IF
           END-IF.

      *    Wages earned in the employee's own state or city are taxed
      *    once, by the resident pass.
       2457-ADD-NONRESIDENT-WAGES.
           IF WS-JUR-CODE NOT = WS-RES-STATE
                   AND WS-JUR-CODE NOT = WS-RES-LOCAL
               PERFORM 2459-POST-JURISDICTION-WAGES
           END-IF.

       2458-ADD-RESIDENT-JURISDICTIONS.
           MOVE 'Y' TO WS-JUR-RES-FLAG
           MOVE WS-TAXABLE-GROSS TO WS-JUR-WAGES
           IF WS-RES-STATE NOT = SPACES
               MOVE WS-RES-STATE TO WS-JUR-CODE
               PERFORM 2459-POST-JURISDICTION-WAGES
           END-IF
           IF WS-RES-LOCAL NOT = SPACES
               MOVE WS-RES-LOCAL TO WS-JUR-CODE
               PERFORM 2459-POST-JURISDICTION-WAGES
           END-IF.

       2459-POST-JURISDICTION-WAGES.
           MOVE 'N' TO WS-ENTRY-FOUND-FLAG
           IF WS-EJT-COUNT > 0
               SET WS-EJT-IDX TO 1
               SEARCH WS-EJT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-EJT-CODE(WS-EJT-IDX) = WS-JUR-CODE
                       ADD WS-JUR-WAGES TO WS-EJT-WAGES(WS-EJT-IDX)
                       MOVE 'Y' TO WS-ENTRY-FOUND-FLAG
               END-SEARCH
           END-IF

           IF NOT ENTRY-FOUND AND WS-EJT-COUNT < 12
               ADD 1 TO WS-EJT-COUNT
               MOVE WS-JUR-CODE TO WS-EJT-CODE(WS-EJT-COUNT)
               MOVE WS-JUR-RES-FLAG TO WS-EJT-RESIDENT(WS-EJT-COUNT)
               MOVE WS-JUR-WAGES TO WS-EJT-WAGES(WS-EJT-COUNT)
               MOVE ZERO TO WS-EJT-TAX(WS-EJT-COUNT)
           END-IF.

       2460-TAX-ONE-JURISDICTION.
           MOVE WS-EJT-CODE(WS-EJT-IDX) TO WS-JUR-CODE
           PERFORM 2470-FIND-JURISDICTION
           IF NOT JURISDICTION-KNOWN
      *        The resident location was already reported by
      *        2455-SET-RESIDENCE.
               IF WS-EJT-RESIDENT(WS-EJT-IDX) NOT = 'Y'
                   PERFORM 2480-WRITE-JURISDICTION-EXCEPTION
               END-IF
               MOVE ZERO TO WS-EJT-WAGES(WS-EJT-IDX)
           ELSE
               IF WS-EJT-RESIDENT(WS-EJT-IDX) = 'Y'
                   PERFORM 2462-TAX-AS-RESIDENT
               ELSE
                   PERFORM 2461-TAX-AS-NONRESIDENT
               END-IF
           END-IF

           IF WS-EJT-WAGES(WS-EJT-IDX) > ZERO
               ADD WS-EJT-TAX(WS-EJT-IDX) TO WS-JUR-TAX-TOTAL
                                             WS-JUR-TAX-RUN-TOTAL
               MOVE WS-EJT-CODE(WS-EJT-IDX) TO WS-RGJ-CODE
               MOVE WS-EJT-WAGES(WS-EJT-IDX) TO WS-RGJ-WAGES
               MOVE WS-EJT-TAX(WS-EJT-IDX) TO WS-RGJ-TAX
               WRITE REGISTER-LINE FROM WS-REG-JURISDICTION-LINE
           END-IF.

      *    Nothing withheld and nothing reportable when the
      *    jurisdiction only taxes its residents or has a reciprocity
      *    agreement with the employee's home state or city.
       2461-TAX-AS-NONRESIDENT.
           MOVE 'N' TO WS-RECIPROCAL-FLAG
           PERFORM 2465-CHECK-ONE-RECIPROCAL
               VARYING WS-RCP-SUB FROM 1 BY 1
               UNTIL WS-RCP-SUB > 4

           IF WS-JTT-NONRES(WS-JTT-IDX) = 'N'
                   OR RECIPROCAL-RESIDENT
               MOVE ZERO TO WS-EJT-WAGES(WS-EJT-IDX)
           ELSE
               MOVE WS-EJT-WAGES(WS-EJT-IDX) TO WS-JUR-WAGES
               PERFORM 2490-COMPUTE-BRACKET-TAX
               MOVE WS-JUR-TAX TO WS-EJT-TAX(WS-EJT-IDX)
               IF WS-JTT-LEVEL(WS-JTT-IDX) = 'L'
                   ADD WS-JUR-TAX TO WS-CREDIT-LOCAL
               ELSE
                   ADD WS-JUR-TAX TO WS-CREDIT-STATE
               END-IF
           END-IF.

      *    The credit never turns the resident tax into a refund.
       2462-TAX-AS-RESIDENT.
           MOVE WS-EJT-WAGES(WS-EJT-IDX) TO WS-JUR-WAGES
           PERFORM 2490-COMPUTE-BRACKET-TAX

           IF WS-JTT-CREDIT(WS-JTT-IDX) = 'Y'
               IF WS-JTT-LEVEL(WS-JTT-IDX) = 'L'
                   SUBTRACT WS-CREDIT-LOCAL FROM WS-JUR-TAX
               ELSE
                   SUBTRACT WS-CREDIT-STATE FROM WS-JUR-TAX
               END-IF
               IF WS-JUR-TAX < ZERO
                   MOVE ZERO TO WS-JUR-TAX
               END-IF
           END-IF

           MOVE WS-JUR-TAX TO WS-EJT-TAX(WS-EJT-IDX).

       2465-CHECK-ONE-RECIPROCAL.
           IF WS-JTT-RECIPROCAL(WS-JTT-IDX, WS-RCP-SUB) NOT = SPACES
               IF WS-JTT-RECIPROCAL(WS-JTT-IDX, WS-RCP-SUB)
                       = WS-RES-STATE
                   OR WS-JTT-RECIPROCAL(WS-JTT-IDX, WS-RCP-SUB)
                       = WS-RES-LOCAL
                   MOVE 'Y' TO WS-RECIPROCAL-FLAG
               END-IF
           END-IF.

       2470-FIND-JURISDICTION.
           MOVE 'N' TO WS-JUR-FOUND-FLAG
           IF WS-JTT-COUNT > 0 AND WS-JUR-CODE NOT = SPACES
               SET WS-JTT-IDX TO 1
               SEARCH WS-JTT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-JTT-CODE(WS-JTT-IDX) = WS-JUR-CODE
                       MOVE 'Y' TO WS-JUR-FOUND-FLAG
               END-SEARCH
           END-IF.

      *    A location code missing from the table withholds nothing
      *    for that jurisdiction; HR fixes the employee or the table
      *    before the next period.
       2480-WRITE-JURISDICTION-EXCEPTION.
           DISPLAY ERR-PAY-P006-CODE ': UNKNOWN JURISDICTION '
               WS-JUR-CODE ' FOR: ' EMP-ID
           MOVE EMP-ID TO PEXC-EMP-ID
           MOVE EMP-NAME TO PEXC-EMP-NAME
           MOVE HOURS-WORKED TO PEXC-HOURS-WORKED
           MOVE ZERO TO PEXC-NET-SALARY
           MOVE ERR-PAY-P006-CODE TO PEXC-CODE
           MOVE ERR-PAY-P006-DESC TO PEXC-REASON
           MOVE SPACES TO PEXC-BAD-TAX-CODE
           MOVE WS-CURRENT-DATE TO PEXC-RUN-DATE
           WRITE PAYROLL-EXCEPTION-RECORD
           ADD 1 TO WS-EXCEPTION-COUNT.

       2490-COMPUTE-BRACKET-TAX.
           COMPUTE WS-ANNUAL-WAGES =
               WS-JUR-WAGES * WS-PERIODS-PER-YEAR
           MOVE ZERO TO WS-ANNUAL-TAX
                        WS-BRK-LOWER
           MOVE 'N' TO WS-BRK-DONE-FLAG
           PERFORM 2491-TAX-ONE-BRACKET
               VARYING WS-BRK-SUB FROM 1 BY 1
               UNTIL WS-BRK-SUB > 5 OR BRACKETS-DONE
           COMPUTE WS-JUR-TAX ROUNDED =
               WS-ANNUAL-TAX / WS-PERIODS-PER-YEAR.

       2491-TAX-ONE-BRACKET.
           IF WS-JTT-BRK-LIMIT(WS-JTT-IDX, WS-BRK-SUB) = ZERO
                   OR WS-BRK-SUB = 5
                   OR WS-ANNUAL-WAGES
                       <= WS-JTT-BRK-LIMIT(WS-JTT-IDX, WS-BRK-SUB)
               COMPUTE WS-BRK-PORTION =
                   WS-ANNUAL-WAGES - WS-BRK-LOWER
               MOVE 'Y' TO WS-BRK-DONE-FLAG
           ELSE
               COMPUTE WS-BRK-PORTION =
                   WS-JTT-BRK-LIMIT(WS-JTT-IDX, WS-BRK-SUB)
                   - WS-BRK-LOWER
               MOVE WS-JTT-BRK-LIMIT(WS-JTT-IDX, WS-BRK-SUB)
                   TO WS-BRK-LOWER
           END-IF

           IF WS-BRK-PORTION > ZERO
               COMPUTE WS-ANNUAL-TAX = WS-ANNUAL-TAX
                   + WS-BRK-PORTION
                   * WS-JTT-BRK-RATE(WS-JTT-IDX, WS-BRK-SUB) / 100
           END-IF.

       2500-CALCULATE-NET.
      *    Net = Gross - Tax - Social Security - State/Local Tax
      *    - Pre-tax Benefits. Kept in a signed working field so a
      *    shortfall shows up as a true negative instead of losing
      *    its sign in an unsigned PICTURE.
           COMPUTE WS-NET-SALARY-SIGNED =
               WS-GROSS-SALARY - WS-TAX-AMOUNT - WS-SOCIAL-SEC
               - WS-JUR-TAX-TOTAL - WS-BEN-PRETAX.

      *    Apply level-based adjustment
           EVALUATE EMP-LEVEL
                       EMP-ID
           END-EVALUATE.

           PERFORM 2530-TAKE-AFTER-TAX-BENEFITS.
           PERFORM 2520-APPLY-DEDUCTIONS.
           PERFORM 2550-CHECK-SALARY-GUARDRAILS.

           IF WS-DDT-COUNT > 0
               COMPUTE WS-DISPOSABLE-PAY =
                   WS-GROSS-SALARY - WS-TAX-AMOUNT - WS-SOCIAL-SEC
                   - WS-JUR-TAX-TOTAL
               COMPUTE WS-GARNISH-CAP ROUNDED =
                   WS-DISPOSABLE-PAY * WS-GARNISH-LIMIT-PCT / 100
               IF WS-GARNISH-CAP < ZERO
       2523-SCAN-ONE-DEDUCTION.
           IF WS-DDT-EMP-ID(WS-DED-SCAN) = EMP-ID
                   AND WS-DDT-DONE-FLAG(WS-DED-SCAN) = 'N'
                   AND WS-DDT-START(WS-DED-SCAN) <= WS-PAY-THROUGH-DATE
                   AND (WS-DDT-STOP(WS-DED-SCAN) = ZERO
                       OR WS-DDT-STOP(WS-DED-SCAN)
                           >= WS-PAY-THROUGH-DATE)
                   AND WS-DDT-PRIORITY(WS-DED-SCAN) < WS-BEST-PRIORITY
               MOVE WS-DDT-PRIORITY(WS-DED-SCAN) TO WS-BEST-PRIORITY
               MOVE WS-DED-SCAN TO WS-BEST-SLOT
               MOVE WS-DDT-VALUE(WS-BEST-SLOT) TO WS-DED-AMOUNT
           END-IF

      *    On the final pay an advance or loan (a finite deduction
      *    other than a garnishment) is recovered in full, as far as
      *    the net allows.
           IF FINAL-PAY-RUN
                   AND WS-DDT-GOAL(WS-BEST-SLOT) > ZERO
                   AND WS-DDT-GARNISH(WS-BEST-SLOT) NOT = 'G'
               MOVE WS-DDT-GOAL(WS-BEST-SLOT) TO WS-DED-AMOUNT
           END-IF

      *    A finite deduction stops at its goal.
           IF WS-DDT-GOAL(WS-BEST-SLOT) > ZERO
               COMPUTE WS-GOAL-REMAINING =
               END-IF
               ADD 1 TO WS-DEDUCTIONS-TAKEN
               ADD WS-DED-AMOUNT TO WS-DED-TOTAL
               IF WS-DDT-GOAL(WS-BEST-SLOT) > ZERO
                       AND WS-DDT-GARNISH(WS-BEST-SLOT) NOT = 'G'
                   ADD WS-DED-AMOUNT TO WS-FIN-ADVANCE-TAKEN
               ELSE
                   ADD WS-DED-AMOUNT TO WS-FIN-DED-TAKEN
               END-IF
               PERFORM 2525-WRITE-DEDUCTION-LINE
               MOVE WS-DDT-CODE(WS-BEST-SLOT) TO WS-RMT-WORK-CODE
               PERFORM 2526-ACCUMULATE-REMITTANCE
           END-IF.

                   AT END
                       CONTINUE
                   WHEN WS-RMT-ENTRY-CODE(WS-RMT-IDX)
                           = WS-RMT-WORK-CODE
                       ADD 1 TO WS-RMT-ENTRY-CNT(WS-RMT-IDX)
                       ADD WS-DED-AMOUNT
                           TO WS-RMT-ENTRY-AMT(WS-RMT-IDX)

           IF WS-OP-REMIT-FOUND = 'N' AND WS-RMT-COUNT < 50
               ADD 1 TO WS-RMT-COUNT
               MOVE WS-RMT-WORK-CODE
                   TO WS-RMT-ENTRY-CODE(WS-RMT-COUNT)
               MOVE 1 TO WS-RMT-ENTRY-CNT(WS-RMT-COUNT)
               MOVE WS-DED-AMOUNT TO WS-RMT-ENTRY-AMT(WS-RMT-COUNT)
           END-IF.

      *    After-tax premiums rank ahead of the voluntary deductions
      *    and, like them, never push the net negative.
       2530-TAKE-AFTER-TAX-BENEFITS.
           IF WS-BNT-COUNT > 0 AND NOT OFFCYCLE-RUN
               PERFORM 2531-TAKE-ONE-AFTER-TAX-BENEFIT
                   VARYING WS-BNT-IDX FROM 1 BY 1
                   UNTIL WS-BNT-IDX > WS-BNT-COUNT
           END-IF.

       2531-TAKE-ONE-AFTER-TAX-BENEFIT.
           IF WS-BNT-DUE-FLAG(WS-BNT-IDX) = 'Y'
                   AND WS-BNT-TAX-BASIS(WS-BNT-IDX) NOT = 'P'
               MOVE WS-BNT-EE-AMOUNT(WS-BNT-IDX) TO WS-BEN-AMOUNT
               IF WS-NET-SALARY-SIGNED < ZERO
                   MOVE ZERO TO WS-BEN-AMOUNT
               ELSE
                   IF WS-BEN-AMOUNT > WS-NET-SALARY-SIGNED
                       MOVE WS-NET-SALARY-SIGNED TO WS-BEN-AMOUNT
                   END-IF
               END-IF
               SUBTRACT WS-BEN-AMOUNT FROM WS-NET-SALARY-SIGNED
               MOVE 'AFTER-TAX' TO WS-RGB-BASIS
               PERFORM 2355-RECORD-BENEFIT-TAKEN
           END-IF.

       2550-CHECK-SALARY-GUARDRAILS.
      *    A negative net or a zero-hours pay period is a data
      *    problem, not a valid check to cut - flag it to the
      *    exceptions file and floor the payable net at zero. A final
      *    pay may rightly carry no hours (leave payout, severance).
           IF HOURS-WORKED = ZERO AND NOT FINAL-PAY-RUN
               MOVE ERR-PAY-P001-CODE TO PEXC-CODE
               MOVE ERR-PAY-P001-DESC TO PEXC-REASON
               PERFORM 2560-WRITE-SALARY-EXCEPTION
               ADD 1 TO WS-RETRO-APPLIED
           END-IF.

      *    Reimbursements stay outside gross, taxes and net pay:
      *    the money was the employee's to begin with. They are paid
      *    as a deposit of their own in 2800.
       2590-TAKE-EXPENSE-CLAIMS.
           MOVE ZERO TO WS-EXPENSE-PAY.
           IF WS-XRT-COUNT > 0
               PERFORM 2591-TAKE-ONE-EXPENSE-CLAIM
                   VARYING WS-XRT-IDX FROM 1 BY 1
                   UNTIL WS-XRT-IDX > WS-XRT-COUNT
           END-IF.

       2591-TAKE-ONE-EXPENSE-CLAIM.
           IF WS-XRT-EMP-ID(WS-XRT-IDX) = EMP-ID
                   AND WS-XRT-USED-FLAG(WS-XRT-IDX) = 'N'
               MOVE 'Y' TO WS-XRT-USED-FLAG(WS-XRT-IDX)
               ADD WS-XRT-AMOUNT(WS-XRT-IDX) TO WS-EXPENSE-PAY
                                                WS-EXPENSE-TOTAL
               ADD 1 TO WS-EXPENSES-PAID
               MOVE WS-XRT-CLAIM-ID(WS-XRT-IDX) TO WS-RGX-CLAIM-ID
               MOVE WS-XRT-CATEGORY(WS-XRT-IDX) TO WS-RGX-CATEGORY
               MOVE WS-XRT-AMOUNT(WS-XRT-IDX) TO WS-RGX-AMOUNT
               WRITE REGISTER-LINE FROM WS-REG-EXPENSE-LINE
           END-IF.

       2600-UPDATE-TOTALS.
           ADD WS-GROSS-SALARY TO WS-TOTAL-GROSS.
           ADD WS-TAX-AMOUNT TO WS-TOTAL-TAX.
               MOVE ZERO TO WS-ECT-WAGES(WS-ECT-COUNT)
                            WS-ECT-EMPL-SS(WS-ECT-COUNT)
                            WS-ECT-BENEFITS(WS-ECT-COUNT)
                            WS-ECT-LEAVE-PAY(WS-ECT-COUNT)
                            WS-ECT-SEVERANCE(WS-ECT-COUNT)
                            WS-ECT-EXPENSES(WS-ECT-COUNT)
               PERFORM 2670-ADD-EMPLOYER-COST
           END-IF.

      *    Leave payout and severance book to their own legs: the
      *    payout relieves the accrued-leave liability rather than
      *    the period's wages expense.
       2670-ADD-EMPLOYER-COST.
           COMPUTE WS-JRN-LEG-AMOUNT =
               WS-GROSS-SALARY - WS-LEAVE-PAYOUT - WS-SEVERANCE-PAY
           ADD WS-JRN-LEG-AMOUNT TO WS-ECT-WAGES(WS-ECT-IDX)
           ADD WS-LEAVE-PAYOUT TO WS-ECT-LEAVE-PAY(WS-ECT-IDX)
           ADD WS-SEVERANCE-PAY TO WS-ECT-SEVERANCE(WS-ECT-IDX)
           ADD WS-EXPENSE-PAY TO WS-ECT-EXPENSES(WS-ECT-IDX)
           COMPUTE WS-JRN-LEG-AMOUNT ROUNDED =
               WS-GROSS-SALARY * WS-EMPLOYER-SS-RATE / 100
           ADD WS-JRN-LEG-AMOUNT TO WS-ECT-EMPL-SS(WS-ECT-IDX)
           ADD WS-JRN-LEG-AMOUNT TO WS-EMPLOYER-COST-TOT
      *    An employee enrolled through BENEFIT-ENROLL carries the
      *    employer premium of the plans elected; the flat rate stays
      *    the estimate for everyone else.
           IF WS-BEN-ER-SHARE > ZERO
               MOVE WS-BEN-ER-SHARE TO WS-JRN-LEG-AMOUNT
               ADD WS-BEN-ER-SHARE TO WS-BEN-ER-TOTAL
           ELSE
               COMPUTE WS-JRN-LEG-AMOUNT ROUNDED =
                   WS-GROSS-SALARY * WS-EMPLOYER-BEN-RATE / 100
           END-IF
           ADD WS-JRN-LEG-AMOUNT TO WS-ECT-BENEFITS(WS-ECT-IDX)
           ADD WS-JRN-LEG-AMOUNT TO WS-EMPLOYER-COST-TOT.


           PERFORM 2750-WRITE-REGISTER-DETAIL.
           PERFORM 2760-UPDATE-YTD-EMPLOYEE.
           PERFORM 2790-WRITE-PAYROLL-HISTORY.
           PERFORM 2800-EMIT-DIRECT-DEPOSIT.

       2750-WRITE-REGISTER-DETAIL.
                   MOVE WS-SOCIAL-SEC TO YTD-SOCIAL-SEC
                   MOVE 1 TO YTD-PAY-PERIODS
                   MOVE WS-PAY-PERIOD-STRING TO YTD-LAST-UPDATE
                   PERFORM 2770-CLEAR-YTD-JURISDICTION
                       VARYING WS-YJS-SUB FROM 1 BY 1
                       UNTIL WS-YJS-SUB > 6
                   PERFORM 2775-POST-YTD-JURISDICTION
                       VARYING WS-EJT-IDX FROM 1 BY 1
                       UNTIL WS-EJT-IDX > WS-EJT-COUNT
                   WRITE YTD-EMPLOYEE-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR WRITING YTD RECORD FOR: '
                       MOVE ZERO TO YTD-SOCIAL-SEC
                   END-IF
                   ADD WS-SOCIAL-SEC TO YTD-SOCIAL-SEC
                   PERFORM 2771-CHECK-YTD-JURISDICTION
                       VARYING WS-YJS-SUB FROM 1 BY 1
                       UNTIL WS-YJS-SUB > 6
                   PERFORM 2775-POST-YTD-JURISDICTION
                       VARYING WS-EJT-IDX FROM 1 BY 1
                       UNTIL WS-EJT-IDX > WS-EJT-COUNT
                   ADD 1 TO YTD-PAY-PERIODS
                   MOVE WS-PAY-PERIOD-STRING TO YTD-LAST-UPDATE
                   REWRITE YTD-EMPLOYEE-RECORD
                   END-REWRITE
           END-READ.

       2770-CLEAR-YTD-JURISDICTION.
           MOVE SPACES TO YTD-JUR-CODE(WS-YJS-SUB)
           MOVE ZERO TO YTD-JUR-WAGES(WS-YJS-SUB)
                        YTD-JUR-TAX(WS-YJS-SUB).

      *    Slots from before the field existed carry blanks.
       2771-CHECK-YTD-JURISDICTION.
           IF YTD-JUR-WAGES(WS-YJS-SUB) NOT NUMERIC
                   OR YTD-JUR-TAX(WS-YJS-SUB) NOT NUMERIC
               PERFORM 2770-CLEAR-YTD-JURISDICTION
           END-IF.

      *    Each jurisdiction keeps its slot for the year; a new one
      *    takes the first free slot.
       2775-POST-YTD-JURISDICTION.
           IF WS-EJT-WAGES(WS-EJT-IDX) > ZERO
               MOVE ZERO TO WS-YJS-SLOT
               PERFORM 2776-FIND-YTD-SLOT
                   VARYING WS-YJS-SUB FROM 1 BY 1
                   UNTIL WS-YJS-SUB > 6
               IF WS-YJS-SLOT = ZERO
                   DISPLAY 'YTD JURISDICTION SLOTS FULL FOR: ' EMP-ID
                       ' - ' WS-EJT-CODE(WS-EJT-IDX) ' NOT CARRIED'
               ELSE
                   MOVE WS-EJT-CODE(WS-EJT-IDX)
                       TO YTD-JUR-CODE(WS-YJS-SLOT)
                   ADD WS-EJT-WAGES(WS-EJT-IDX)
                       TO YTD-JUR-WAGES(WS-YJS-SLOT)
                   ADD WS-EJT-TAX(WS-EJT-IDX)
                       TO YTD-JUR-TAX(WS-YJS-SLOT)
               END-IF
           END-IF.

       2776-FIND-YTD-SLOT.
           IF YTD-JUR-CODE(WS-YJS-SUB) = WS-EJT-CODE(WS-EJT-IDX)
               MOVE WS-YJS-SUB TO WS-YJS-SLOT
           ELSE
               IF YTD-JUR-CODE(WS-YJS-SUB) = SPACES
                       AND WS-YJS-SLOT = ZERO
                   MOVE WS-YJS-SUB TO WS-YJS-SLOT
               END-IF
           END-IF.

      *    After the final check: every deduction of the leaver stops
      *    as of the termination date, whatever an advance could not
      *    recover is reported for HR to collect, the termination is
      *    marked settled and the statement is printed.
       2900-CLOSE-FINAL-PAY.
           PERFORM 2910-STOP-ONE-DEDUCTION
               VARYING WS-DED-SCAN FROM 1 BY 1
               UNTIL WS-DED-SCAN > WS-DDT-COUNT
           IF WS-FIN-ADVANCE-LEFT > ZERO
               MOVE ERR-PAY-P007-CODE TO PEXC-CODE
               MOVE ERR-PAY-P007-DESC TO PEXC-REASON
               PERFORM 2560-WRITE-SALARY-EXCEPTION
               ADD 1 TO WS-ADVANCES-OPEN-CNT
           END-IF
           PERFORM 2920-MARK-SETTLED
           PERFORM 2930-WRITE-FINAL-STATEMENT
           ADD 1 TO WS-FINAL-SETTLED
           ADD WS-LEAVE-PAYOUT TO WS-LEAVE-PAYOUT-TOT
           ADD WS-SEVERANCE-PAY TO WS-SEVERANCE-TOT
           ADD WS-FIN-ADVANCE-TAKEN TO WS-ADVANCES-RECOVERED.

       2910-STOP-ONE-DEDUCTION.
           IF WS-DDT-EMP-ID(WS-DED-SCAN) = EMP-ID
               IF WS-DDT-STOP(WS-DED-SCAN) = ZERO
                       OR WS-DDT-STOP(WS-DED-SCAN) > EMP-TERM-DATE
                   MOVE EMP-TERM-DATE TO WS-DDT-STOP(WS-DED-SCAN)
                   ADD 1 TO WS-DEDS-STOPPED
               END-IF
               IF WS-DDT-GOAL(WS-DED-SCAN) > WS-DDT-TAKEN(WS-DED-SCAN)
                       AND WS-DDT-GARNISH(WS-DED-SCAN) NOT = 'G'
                   COMPUTE WS-FIN-ADVANCE-LEFT = WS-FIN-ADVANCE-LEFT
                       + WS-DDT-GOAL(WS-DED-SCAN)
                       - WS-DDT-TAKEN(WS-DED-SCAN)
               END-IF
           END-IF.

      *    A leaver terminated by hand, without an entry from the
      *    maintenance driver, gets one here so the settlement is on
      *    file all the same.
       2920-MARK-SETTLED.
           IF WS-TRM-SLOT = ZERO
               IF WS-TRT-COUNT < 500
                   ADD 1 TO WS-TRT-COUNT
                   MOVE WS-TRT-COUNT TO WS-TRM-SLOT
                   MOVE EMP-ID TO WS-TRT-EMP-ID(WS-TRM-SLOT)
                   MOVE EMP-TERM-DATE TO WS-TRT-TERM-DATE(WS-TRM-SLOT)
                   MOVE ZERO TO WS-TRT-SEVERANCE(WS-TRM-SLOT)
               ELSE
                   DISPLAY 'SETTLEMENT TABLE FULL - NOT MARKED: ' EMP-ID
               END-IF
           END-IF
           IF WS-TRM-SLOT > ZERO
               MOVE 'S' TO WS-TRT-STATUS(WS-TRM-SLOT)
               MOVE WS-CURRENT-DATE TO WS-TRT-SETTLE-DATE(WS-TRM-SLOT)
               MOVE WS-NET-SALARY TO WS-TRT-NET-PAID(WS-TRM-SLOT)
           END-IF.

       2930-WRITE-FINAL-STATEMENT.
           MOVE EMP-ID TO WS-FPH-EMP-ID
           MOVE EMP-NAME TO WS-FPH-EMP-NAME
           WRITE FINAL-PAY-STATEMENT-RECORD FROM WS-FPS-HEADER-LINE
           MOVE EMP-TERM-DATE TO WS-FPD-TERM-DATE
           MOVE WS-CURRENT-DATE TO WS-FPD-RUN-DATE
           MOVE WS-PAY-PERIOD-STRING TO WS-FPD-PERIOD
           WRITE FINAL-PAY-STATEMENT-RECORD FROM WS-FPS-DATE-LINE

           MOVE 'WAGES THROUGH TERMINATION' TO WS-FPL-LABEL
           COMPUTE WS-FPL-HOURS = HOURS-WORKED + OVERTIME-HOURS
           COMPUTE WS-FPL-AMOUNT = WS-BASE-SALARY + WS-OVERTIME-PAY
           WRITE FINAL-PAY-STATEMENT-RECORD FROM WS-FPS-DETAIL-LINE
           MOVE ZERO TO WS-FPL-HOURS
           IF WS-PREMIUM-PAY > ZERO
               MOVE 'SHIFT AND HOLIDAY PREMIUMS' TO WS-FPL-LABEL
               MOVE WS-PREMIUM-PAY TO WS-FPL-AMOUNT
               WRITE FINAL-PAY-STATEMENT-RECORD FROM WS-FPS-DETAIL-LINE
           END-IF
           IF WS-BONUS-PAY + WS-COMMISSION-PAY > ZERO
               MOVE 'BONUS AND COMMISSION' TO WS-FPL-LABEL
               COMPUTE WS-FPL-AMOUNT = WS-BONUS-PAY + WS-COMMISSION-PAY
               WRITE FINAL-PAY-STATEMENT-RECORD FROM WS-FPS-DETAIL-LINE
           END-IF
           MOVE 'UNUSED LEAVE PAID OUT' TO WS-FPL-LABEL
           MOVE WS-LEAVE-PAY-HOURS TO WS-FPL-HOURS
           MOVE WS-LEAVE-PAYOUT TO WS-FPL-AMOUNT
           WRITE FINAL-PAY-STATEMENT-RECORD FROM WS-FPS-DETAIL-LINE
           MOVE ZERO TO WS-FPL-HOURS
           MOVE 'SEVERANCE' TO WS-FPL-LABEL
           MOVE WS-SEVERANCE-PAY TO WS-FPL-AMOUNT
           WRITE FINAL-PAY-STATEMENT-RECORD FROM WS-FPS-DETAIL-LINE
           IF RETRO-DUE
               MOVE 'RETRO ADJUSTMENT' TO WS-FPL-LABEL
               MOVE WS-RTT-GROSS(WS-RTT-IDX) TO WS-FPL-AMOUNT
               WRITE FINAL-PAY-STATEMENT-RECORD FROM WS-FPS-DETAIL-LINE
           END-IF
           MOVE 'GROSS PAY' TO WS-FPL-LABEL
           MOVE WS-GROSS-SALARY TO WS-FPL-AMOUNT
           WRITE FINAL-PAY-STATEMENT-RECORD FROM WS-FPS-DETAIL-LINE

           MOVE 'INCOME TAX' TO WS-FPL-LABEL
           MOVE WS-TAX-AMOUNT TO WS-FPL-AMOUNT
           WRITE FINAL-PAY-STATEMENT-RECORD FROM WS-FPS-DETAIL-LINE
           MOVE 'SOCIAL SECURITY' TO WS-FPL-LABEL
           MOVE WS-SOCIAL-SEC TO WS-FPL-AMOUNT
           WRITE FINAL-PAY-STATEMENT-RECORD FROM WS-FPS-DETAIL-LINE
           MOVE 'STATE/LOCAL TAX' TO WS-FPL-LABEL
           MOVE WS-JUR-TAX-TOTAL TO WS-FPL-AMOUNT
           WRITE FINAL-PAY-STATEMENT-RECORD FROM WS-FPS-DETAIL-LINE
           MOVE 'BENEFIT PREMIUMS' TO WS-FPL-LABEL
           MOVE WS-FIN-BEN-TAKEN TO WS-FPL-AMOUNT
           WRITE FINAL-PAY-STATEMENT-RECORD FROM WS-FPS-DETAIL-LINE
           MOVE 'DEDUCTIONS' TO WS-FPL-LABEL
           MOVE WS-FIN-DED-TAKEN TO WS-FPL-AMOUNT
           WRITE FINAL-PAY-STATEMENT-RECORD FROM WS-FPS-DETAIL-LINE
           MOVE 'ADVANCES RECOVERED' TO WS-FPL-LABEL
           MOVE WS-FIN-ADVANCE-TAKEN TO WS-FPL-AMOUNT
           WRITE FINAL-PAY-STATEMENT-RECORD FROM WS-FPS-DETAIL-LINE

      *    Level adjustment and the net side of a retro line.
           COMPUTE WS-FIN-ADJUSTMENT =
               WS-NET-SALARY - WS-GROSS-SALARY + WS-TAX-AMOUNT
               + WS-SOCIAL-SEC + WS-JUR-TAX-TOTAL + WS-FIN-BEN-TAKEN
               + WS-FIN-DED-TAKEN + WS-FIN-ADVANCE-TAKEN
           IF WS-FIN-ADJUSTMENT NOT = ZERO
               MOVE 'OTHER ADJUSTMENTS' TO WS-FPL-LABEL
               MOVE WS-FIN-ADJUSTMENT TO WS-FPL-AMOUNT
               WRITE FINAL-PAY-STATEMENT-RECORD FROM WS-FPS-DETAIL-LINE
           END-IF
           MOVE 'NET PAY' TO WS-FPL-LABEL
           MOVE WS-NET-SALARY TO WS-FPL-AMOUNT
           WRITE FINAL-PAY-STATEMENT-RECORD FROM WS-FPS-DETAIL-LINE
           IF WS-EXPENSE-PAY > ZERO
               MOVE 'EXPENSE REIMBURSEMENT' TO WS-FPL-LABEL
               MOVE WS-EXPENSE-PAY TO WS-FPL-AMOUNT
               WRITE FINAL-PAY-STATEMENT-RECORD FROM WS-FPS-DETAIL-LINE
           END-IF
           IF WS-FIN-ADVANCE-LEFT > ZERO
               MOVE 'ADVANCES STILL OUTSTANDING' TO WS-FPL-LABEL
               MOVE WS-FIN-ADVANCE-LEFT TO WS-FPL-AMOUNT
               WRITE FINAL-PAY-STATEMENT-RECORD FROM WS-FPS-DETAIL-LINE
           END-IF
           MOVE WS-DEDS-STOPPED TO WS-FPS-STOP-COUNT
           WRITE FINAL-PAY-STATEMENT-RECORD FROM WS-FPS-STOP-LINE
           MOVE SPACES TO FINAL-PAY-STATEMENT-RECORD
           WRITE FINAL-PAY-STATEMENT-RECORD.

       2790-WRITE-PAYROLL-HISTORY.
           MOVE SPACES TO PAYROLL-HISTORY-RECORD.
           MOVE WS-CURRENT-DATE TO PHS-RUN-DATE.
           MOVE WS-PAY-PERIOD-STRING TO PHS-PERIOD.
           MOVE EMP-ID TO PHS-EMP-ID.
           MOVE EMP-NAME TO PHS-EMP-NAME.
           MOVE EMP-DEPARTMENT TO PHS-DEPARTMENT.
           MOVE EMP-WORK-LOC TO PHS-WORK-LOC.
           COMPUTE PHS-HOURS = HOURS-WORKED + OVERTIME-HOURS.
           MOVE WS-GROSS-SALARY TO PHS-GROSS.
           MOVE WS-OVERTIME-PAY TO PHS-OVERTIME-PAY.
           IF WS-OVERTIME-PAY > OVERTIME-HOURS * HOURLY-RATE
               COMPUTE PHS-OT-PREMIUM =
                   WS-OVERTIME-PAY - OVERTIME-HOURS * HOURLY-RATE
           ELSE
               MOVE ZERO TO PHS-OT-PREMIUM
           END-IF.
           MOVE WS-LEAVE-PAYOUT TO PHS-LEAVE-PAYOUT.
           MOVE WS-SEVERANCE-PAY TO PHS-SEVERANCE.
           WRITE PAYROLL-HISTORY-RECORD.

       2800-EMIT-DIRECT-DEPOSIT.
      *    One credit per employee (two when the net pay is split
      *    between two accounts) in the layout BANKTRAN posts from
               END-IF
           END-IF.

      *    Expense reimbursement: a separate credit to the first
      *    account, so the bank statement shows it apart from the
      *    salary. Without bank details it rides on the check.
           IF BANK-DETAIL-FOUND AND WS-EXPENSE-PAY > ZERO
               MOVE WS-BDT-ACCOUNT-1(WS-BDT-IDX) TO DEP-ACCOUNT-NUMBER
               MOVE WS-EXPENSE-PAY TO DEP-AMOUNT
               MOVE 'EXPENSE' TO WS-DEP-REF-LABEL
               PERFORM 2820-WRITE-DEPOSIT-RECORD
               MOVE 'SALARY' TO WS-DEP-REF-LABEL
               ADD WS-EXPENSE-PAY TO WS-FUNDING-TOTAL
           END-IF.

       2810-SPLIT-NET-PAY.
      *    Remainder to account 2 so the two legs always rebuild the
      *    exact net pay, rounding included.
           MOVE WS-CURRENT-DATE TO DEP-TRANSACTION-DATE
           MOVE ZERO TO DEP-TRANSACTION-TIME
           MOVE 'PAYROLL ' TO DEP-TELLER-ID
           STRING WS-DEP-REF-LABEL DELIMITED BY SPACE
                  ' ' EMP-ID DELIMITED BY SIZE
               INTO DEP-REFERENCE
           MOVE 'USD' TO DEP-CURRENCY-CODE

       2850-WRITE-CHECK-PRINT-LINE.
           MOVE EMP-ID TO CHK-EMP-ID
           MOVE EMP-NAME TO CHK-EMP-NAME
           COMPUTE CHK-NET-SALARY = WS-NET-SALARY + WS-EXPENSE-PAY
           MOVE WS-PAY-PERIOD-STRING TO CHK-PAY-PERIOD
           WRITE CHECK-PRINT-RECORD
           ADD 1 TO WS-CHECKS-LISTED.
           PERFORM 3400-WRITE-REGISTER-TRAILER.
           PERFORM 3450-WRITE-DEDUCTION-OUTPUTS.
           PERFORM 3480-REWRITE-RETRO-FILE.
           PERFORM 3490-REWRITE-COMMISSION-FILE.
           PERFORM 3496-REWRITE-EXPENSE-FILE.
           PERFORM 3550-WRITE-EMPLOYER-JOURNAL.
           IF FINAL-PAY-RUN
               PERFORM 3700-CLOSE-FINAL-PAY-FILES
           END-IF.
           PERFORM 3500-DISPLAY-BATCH-TIMING.
           PERFORM 3600-WRITE-CONTROL-TOTALS.
           CLOSE EMPLOYEE-FILE PAYROLL-FILE
                 PAYROLL-REGISTER-FILE YTD-EMPLOYEE-FILE
                 PAYROLL-EXCEPTION-FILE CONTROL-TOTALS-FILE
                 DEPOSIT-FILE CHECK-PRINT-FILE
                 PAYROLL-HISTORY-FILE.

       3100-DISPLAY-STATISTICS.
           DISPLAY '======================================'.
           DISPLAY 'Deposit Funding Total: ' WS-FUNDING-TOTAL.
           DISPLAY 'Deductions Taken:      ' WS-DEDUCTIONS-TAKEN.
           DISPLAY 'Retro Lines Applied:   ' WS-RETRO-APPLIED.
           DISPLAY 'Commissions Paid:      ' WS-COMMISSIONS-PAID.
           DISPLAY 'Commission Total:      ' WS-COMMISSION-TOTAL.
           DISPLAY 'Premium Lines Paid:    ' WS-PREMIUM-LINES-PAID.
           DISPLAY 'Premium Pay Total:     ' WS-PREMIUM-TOTAL.
           DISPLAY 'Expense Claims Paid:   ' WS-EXPENSES-PAID.
           DISPLAY 'Expense Reimb Total:   ' WS-EXPENSE-TOTAL.
           DISPLAY 'State/Local Tax:       ' WS-JUR-TAX-RUN-TOTAL.
           DISPLAY 'Benefit Premiums:      ' WS-BEN-EE-TOTAL.
           DISPLAY 'Employer Premiums:     ' WS-BEN-ER-TOTAL.
           DISPLAY 'Premiums Short:        ' WS-BEN-SHORT-COUNT.
           DISPLAY 'Final Pays Settled:    ' WS-FINAL-SETTLED.
           DISPLAY 'Leave Payout Total:    ' WS-LEAVE-PAYOUT-TOT.
           DISPLAY 'Severance Total:       ' WS-SEVERANCE-TOT.
           DISPLAY 'Advances Recovered:    ' WS-ADVANCES-RECOVERED.
           DISPLAY 'Advances Outstanding:  ' WS-ADVANCES-OPEN-CNT.
           DISPLAY 'Off-Calendar Skipped:  ' WS-EMPLOYEES-SKIPPED.
           DISPLAY 'Employer Costs Total:  ' WS-EMPLOYER-COST-TOT.
           DISPLAY 'GL Journal Lines:      ' WS-JRN-LINES-OUT.

      *    One balanced voucher pair per department and cost kind:
      *    'PR' wages expense, 'PS' employer social security, 'PB'
      *    benefits, 'PV' leave paid out and 'PX' severance on a
      *    final pay, each a debit (expense) and a credit (liability)
      *    resolved through the COA mapping - department match first,
      *    blank-department mapping as the fallback, the suspense
      *    pair when neither exists.
               WRITE NEW-RETRO-PAY-RECORD FROM RETRO-PAY-RECORD
           END-IF.

      *    Commissions paid this run are dropped; the rest wait in
      *    commission-earnings-new.dat for the rep's next pay run.
       3490-REWRITE-COMMISSION-FILE.
           OPEN OUTPUT NEW-COMMISSION-EARNINGS-FILE.
           IF WS-NCE-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING COMMISSION FILE: '
                   WS-NCE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 3495-WRITE-ONE-COMMISSION
                   VARYING WS-CMT-IDX FROM 1 BY 1
                   UNTIL WS-CMT-IDX > WS-CMT-COUNT
               CLOSE NEW-COMMISSION-EARNINGS-FILE
           END-IF.

       3495-WRITE-ONE-COMMISSION.
           IF WS-CMT-USED-FLAG(WS-CMT-IDX) NOT = 'Y'
               MOVE SPACES TO COMMISSION-EARNINGS-RECORD
               MOVE WS-CMT-EMP-ID(WS-CMT-IDX) TO CME-EMP-ID
               MOVE WS-CMT-MONTH(WS-CMT-IDX) TO CME-MONTH
               MOVE WS-CMT-AMOUNT(WS-CMT-IDX) TO CME-AMOUNT
               MOVE WS-CMT-POST-DATE(WS-CMT-IDX) TO CME-POST-DATE
               WRITE NEW-COMMISSION-EARNINGS-RECORD
                   FROM COMMISSION-EARNINGS-RECORD
           END-IF.

       3496-REWRITE-EXPENSE-FILE.
           OPEN OUTPUT NEW-EXPENSE-REIMBURSEMENT-FILE.
           IF WS-NER-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING EXPENSE CLAIM FILE: '
                   WS-NER-STATUS
           ELSE
               PERFORM 3497-WRITE-ONE-EXPENSE-CLAIM
                   VARYING WS-XRT-IDX FROM 1 BY 1
                   UNTIL WS-XRT-IDX > WS-XRT-COUNT
               CLOSE NEW-EXPENSE-REIMBURSEMENT-FILE
           END-IF.

       3497-WRITE-ONE-EXPENSE-CLAIM.
           IF WS-XRT-USED-FLAG(WS-XRT-IDX) NOT = 'Y'
               MOVE SPACES TO EXPENSE-REIMBURSEMENT-RECORD
               MOVE WS-XRT-EMP-ID(WS-XRT-IDX) TO ERM-EMP-ID
               MOVE WS-XRT-CLAIM-ID(WS-XRT-IDX) TO ERM-CLAIM-ID
               MOVE WS-XRT-CLAIM-DATE(WS-XRT-IDX) TO ERM-CLAIM-DATE
               MOVE WS-XRT-CATEGORY(WS-XRT-IDX) TO ERM-CATEGORY
               MOVE WS-XRT-CC(WS-XRT-IDX) TO ERM-COST-CENTER
               MOVE WS-XRT-AMOUNT(WS-XRT-IDX) TO ERM-AMOUNT
               MOVE WS-XRT-RELEASE-DATE(WS-XRT-IDX)
                   TO ERM-RELEASE-DATE
               MOVE WS-XRT-SUPERVISOR(WS-XRT-IDX) TO ERM-SUPERVISOR-ID
               WRITE NEW-EXPENSE-REIMBURSEMENT-RECORD
                   FROM EXPENSE-REIMBURSEMENT-RECORD
           END-IF.

       3550-WRITE-EMPLOYER-JOURNAL.
           OPEN OUTPUT PAYROLL-JOURNAL-FILE.

           PERFORM 3570-WRITE-VOUCHER-PAIR
           MOVE 'PB' TO WS-JRN-LEG-TYPE
           MOVE WS-ECT-BENEFITS(WS-ECT-IDX) TO WS-JRN-LEG-AMOUNT
           PERFORM 3570-WRITE-VOUCHER-PAIR
           MOVE 'PV' TO WS-JRN-LEG-TYPE
           MOVE WS-ECT-LEAVE-PAY(WS-ECT-IDX) TO WS-JRN-LEG-AMOUNT
           PERFORM 3570-WRITE-VOUCHER-PAIR
           MOVE 'PX' TO WS-JRN-LEG-TYPE
           MOVE WS-ECT-SEVERANCE(WS-ECT-IDX) TO WS-JRN-LEG-AMOUNT
           PERFORM 3570-WRITE-VOUCHER-PAIR.
      *    Expense reimbursements paid clear the payable that
      *    EXPENSE-INTAKE credited when the claims were released.
           MOVE 'PE' TO WS-JRN-LEG-TYPE
           MOVE WS-ECT-EXPENSES(WS-ECT-IDX) TO WS-JRN-LEG-AMOUNT
           PERFORM 3570-WRITE-VOUCHER-PAIR.

       3570-WRITE-VOUCHER-PAIR.
           MOVE WS-COA-CREDIT-GL(WS-COA-IDX) TO WS-JRN-CREDIT-GL
           MOVE 'Y' TO WS-COA-FOUND-FLAG.

      *    Every termination on file is carried forward, the ones
      *    settled this run marked 'S' with the date and net paid.
       3700-CLOSE-FINAL-PAY-FILES.
           IF LEAVE-BALANCES-OPEN
               CLOSE LEAVE-BALANCE-FILE
           END-IF.

           CLOSE FINAL-PAY-STATEMENT-FILE.

           OPEN OUTPUT NEW-TERMINATION-SETTLEMENT-FILE.
           IF WS-NTR-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING SETTLEMENT FILE: '
                   WS-NTR-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 3710-WRITE-ONE-SETTLEMENT
                   VARYING WS-TRT-IDX FROM 1 BY 1
                   UNTIL WS-TRT-IDX > WS-TRT-COUNT
               CLOSE NEW-TERMINATION-SETTLEMENT-FILE
           END-IF.

       3710-WRITE-ONE-SETTLEMENT.
           MOVE SPACES TO TERMINATION-SETTLEMENT-RECORD
           MOVE WS-TRT-EMP-ID(WS-TRT-IDX) TO TRM-EMP-ID
           MOVE WS-TRT-TERM-DATE(WS-TRT-IDX) TO TRM-TERM-DATE
           MOVE WS-TRT-SEVERANCE(WS-TRT-IDX) TO TRM-SEVERANCE
           MOVE WS-TRT-STATUS(WS-TRT-IDX) TO TRM-STATUS
           MOVE WS-TRT-SETTLE-DATE(WS-TRT-IDX) TO TRM-SETTLE-DATE
           MOVE WS-TRT-NET-PAID(WS-TRT-IDX) TO TRM-NET-PAID
           WRITE NEW-TERMINATION-SETTLEMENT-REC
               FROM TERMINATION-SETTLEMENT-RECORD.

       3500-DISPLAY-BATCH-TIMING.
           ACCEPT WS-BATCH-END-TIME FROM TIME.
           COMPUTE WS-ELAPSED-SECONDS =

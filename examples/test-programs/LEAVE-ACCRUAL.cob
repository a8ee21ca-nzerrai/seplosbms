      *    Pay frequency: 'W' weekly, 'M' monthly; blank on records
      *    from before the field existed = pays in every run.
           05  EMP-PAY-FREQ         PIC X(1).
      *    Work and resident locations: jurisdiction codes of the
      *    state/local tax table (jurisdiction-tax.dat). Blank work
      *    location = no state or local withholding, the historical
      *    behavior; blank resident location = lives where they work.
           05  EMP-WORK-LOC         PIC X(4).
           05  EMP-RESIDENT-LOC     PIC X(4).

       FD  LEAVE-RULES-FILE.
       01  LEAVE-RULE-RECORD.
           05  LVR-MIN-SERVICE-YRS  PIC 9(2).
           05  LVR-VAC-PER-DAY      PIC 9V99.
           05  LVR-SICK-PER-DAY     PIC 9V99.
      *    Payout on termination, percent of the balance paid by the
      *    final-pay run of EMPLOYEE-PAYROLL; blanks on rules from
      *    before the fields existed = all vacation, no sick leave.
           05  LVR-VAC-PAYOUT-PCT   PIC 9(3).
           05  LVR-SICK-PAYOUT-PCT  PIC 9(3).
           05  FILLER               PIC X(2).

       FD  LEAVE-BALANCE-FILE.
       01  LEAVE-BALANCE-RECORD.

      * - Operations effective in the future are carried over to the  *
      *   next run's maintenance file, not silently dropped           *
      * - Applied/rejected report per run                             *
      * - Work and resident locations are validated against the       *
      *   state/local jurisdiction table when one is on file          *
      * - A termination carries the severance agreed with the leaver  *
      *   and is logged to termination-settlements.dat, the trigger   *
      *   of the final-pay run of EMPLOYEE-PAYROLL                    *
      * - A hire for a terminated employee is a rehire: the record is *
      *   reactivated; every hire and rehire is logged to             *
      *   new-hire-log.dat for the state new-hire report              *
      * - Terminations carry a voluntary/involuntary reason; every    *
      *   applied event goes to employee-change-history.dat with the  *
      *   department and level before and after, for the monthly     *
      *   workforce report                                            *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT JURISDICTION-TAX-FILE
               ASSIGN TO 'jurisdiction-tax.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JTX-STATUS.

      *    Terminations applied, one per leaver, awaiting the
      *    final-pay run; cumulative across runs.
           SELECT TERMINATION-SETTLEMENT-FILE
               ASSIGN TO 'termination-settlements.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRM-STATUS.

      *    Hires and rehires applied, awaiting the weekly state
      *    new-hire report (NEW-HIRE-REPORT); cumulative across runs.
           SELECT NEW-HIRE-LOG-FILE
               ASSIGN TO 'new-hire-log.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NHL-STATUS.

      *    Every hire, rehire, change and termination applied, with
      *    the department and level before and after, for the monthly
      *    workforce report (WORKFORCE-REPORT); cumulative across runs.
           SELECT EMPLOYEE-CHANGE-HISTORY-FILE
               ASSIGN TO 'employee-change-history.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ECH-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Same layout as EMPLOYEE-RECORD in EMPLOYEE-PAYROLL,
      *    Pay frequency: 'W' weekly, 'M' monthly; blank on records
      *    from before the field existed = pays in every run.
           05  EMP-PAY-FREQ         PIC X(1).
      *    Work and resident locations: jurisdiction codes of the
      *    state/local tax table (jurisdiction-tax.dat). Blank work
      *    location = no state or local withholding, the historical
      *    behavior; blank resident location = lives where they work.
           05  EMP-WORK-LOC         PIC X(4).
           05  EMP-RESIDENT-LOC     PIC X(4).

       FD  NEW-EMPLOYEE-FILE.
       01  NEW-EMPLOYEE-RECORD      PIC X(93).

      *    One maintenance request per record: 'H' hire (or rehire of
      *    a terminated employee), 'C' change (department / level /
      *    rate / tax code / frequency / locations), 'T' terminate as
      *    of the effective date.
       FD  EMPLOYEE-MAINT-FILE.
       01  EMPLOYEE-MAINT-RECORD.
           05  EM-OPERATION         PIC X(1).
      *    monthly, blank = pays in every run.
           05  EM-PAY-FREQ          PIC X(1).
               88  EM-FREQ-VALID    VALUE 'W' 'M' ' '.
      *    Work and resident jurisdiction codes for hires and
      *    changes; blank allowed, as on the employee record.
           05  EM-WORK-LOC          PIC X(4).
           05  EM-RESIDENT-LOC      PIC X(4).
      *    Reason for terminations: 'V' voluntary (resignation,
      *    retirement), 'I' involuntary (dismissal, layoff); blank on
      *    records from before the field existed = voluntary.
           05  EM-TERM-REASON       PIC X(1).
               88  EM-REASON-VALID  VALUE 'V' 'I'.
      *    Severance for terminations, paid by the final-pay run;
      *    blank = none.
           05  EM-SEVERANCE-AMOUNT  PIC 9(6)V99.
           05  EM-SEVERANCE-X REDEFINES EM-SEVERANCE-AMOUNT
                                    PIC X(8).
      *    Social security number for hires and rehires, reported to
      *    the state new-hire registry; not kept on the master.
           05  EM-SSN               PIC X(9).

       FD  PENDING-MAINT-FILE.
       01  PENDING-MAINT-RECORD     PIC X(85).

       FD  MAINT-REPORT-FILE.
       01  MAINT-REPORT-RECORD      PIC X(100).

      *    Layout in EMPLOYEE-PAYROLL; only the code is needed here.
       FD  JURISDICTION-TAX-FILE.
       01  JURISDICTION-TAX-RECORD.
           05  JTX-CODE             PIC X(4).
           05  FILLER               PIC X(116).

      *    Same layout as in EMPLOYEE-PAYROLL, which settles the
      *    open entries and carries them forward.
       FD  TERMINATION-SETTLEMENT-FILE.
       01  TERMINATION-SETTLEMENT-RECORD.
           05  TRM-EMP-ID           PIC X(6).
           05  TRM-TERM-DATE        PIC X(8).
           05  TRM-SEVERANCE        PIC 9(6)V99.
      *    Blank = open, 'S' = settled by a final-pay run.
           05  TRM-STATUS           PIC X(1).
           05  TRM-SETTLE-DATE      PIC X(8).
           05  TRM-NET-PAID         PIC 9(8)V99.
           05  FILLER               PIC X(9).

      *    Same layout as in NEW-HIRE-REPORT, which files the
      *    unreported entries and carries them forward.
       FD  NEW-HIRE-LOG-FILE.
       01  NEW-HIRE-LOG-RECORD.
           05  NHL-EMP-ID           PIC X(6).
           05  NHL-EMP-NAME         PIC X(30).
           05  NHL-SSN              PIC X(9).
           05  NHL-HIRE-DATE        PIC X(8).
      *    'N' new hire, 'R' rehire.
           05  NHL-HIRE-TYPE        PIC X(1).
           05  NHL-PRIOR-TERM-DATE  PIC X(8).
           05  NHL-WORK-LOC         PIC X(4).
           05  NHL-LOGGED-DATE      PIC X(8).
      *    Blank = not yet reported, 'R' = filed with the state.
           05  NHL-REPORT-STATUS    PIC X(1).
           05  NHL-REPORTED-DATE    PIC X(8).
           05  FILLER               PIC X(7).

      *    Same layout as in WORKFORCE-REPORT.
       FD  EMPLOYEE-CHANGE-HISTORY-FILE.
       01  EMPLOYEE-CHANGE-HISTORY-RECORD.
           05  ECH-EFFECTIVE-DATE   PIC X(8).
      *    'H' new hire, 'R' rehire, 'C' change, 'T' termination.
           05  ECH-EVENT-TYPE       PIC X(1).
           05  ECH-EMP-ID           PIC X(6).
      *    Department and level before and after the event; blank /
      *    zero before a new hire, unchanged by a termination.
           05  ECH-OLD-DEPT         PIC X(4).
           05  ECH-NEW-DEPT         PIC X(4).
           05  ECH-OLD-LEVEL        PIC 9(2).
           05  ECH-NEW-LEVEL        PIC 9(2).
      *    'V' voluntary / 'I' involuntary, terminations only.
           05  ECH-TERM-REASON      PIC X(1).
      *    Rehires only: the termination the rehire ends.
           05  ECH-PRIOR-TERM-DATE  PIC X(8).
           05  ECH-LOGGED-DATE      PIC X(8).
           05  FILLER               PIC X(16).

       WORKING-STORAGE SECTION.
       COPY ERROR-CODES.
       01  WS-FILE-STATUS.
           05  WS-MNT-STATUS        PIC XX.
           05  WS-PND-STATUS        PIC XX.
           05  WS-RPT-STATUS        PIC XX.
           05  WS-JTX-STATUS        PIC XX.
           05  WS-TRM-STATUS        PIC XX.
           05  WS-NHL-STATUS        PIC XX.
           05  WS-ECH-STATUS        PIC XX.

       01  WS-FLAGS.
           05  WS-EMP-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  OP-VALID         VALUE 'Y'.
           05  WS-OP-FOUND-FLAG     PIC X(1) VALUE 'N'.
               88  OP-MATCHED       VALUE 'Y'.
           05  WS-JTX-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  JTX-EOF          VALUE 'Y'.
           05  WS-JUR-FOUND-FLAG    PIC X(1) VALUE 'N'.
               88  JURISDICTION-KNOWN VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-EMPLOYEES-READ    PIC 9(7) VALUE 0.
           05  WS-OPS-REJECTED      PIC 9(5) VALUE 0.
           05  WS-OPS-DEFERRED      PIC 9(5) VALUE 0.
           05  WS-HIRES-ADDED       PIC 9(5) VALUE 0.
           05  WS-SETTLEMENTS-LOGGED PIC 9(5) VALUE 0.
           05  WS-REHIRES-APPLIED   PIC 9(5) VALUE 0.
           05  WS-HIRES-LOGGED      PIC 9(5) VALUE 0.
           05  WS-HISTORY-LOGGED    PIC 9(5) VALUE 0.

       01  WS-CURRENT-DATE          PIC 9(8).

               10  WS-OPS-RATE      PIC 9(4)V99 COMP-3.
               10  WS-OPS-TAX-CODE  PIC X(1).
               10  WS-OPS-PAY-FREQ  PIC X(1).
               10  WS-OPS-WORK-LOC  PIC X(4).
               10  WS-OPS-RES-LOC   PIC X(4).
               10  WS-OPS-SEVERANCE PIC 9(6)V99 COMP-3.
               10  WS-OPS-SSN       PIC X(9).
               10  WS-OPS-TERM-REASON PIC X(1).
               10  WS-OPS-MATCHED   PIC X(1).

      *    Known jurisdiction codes; empty when there is no
      *    jurisdiction table, in which case locations are not
      *    checked.
       01  WS-JURISDICTION-CODES.
           05  WS-JCD-COUNT         PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-JCD-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-JCD-COUNT
                   INDEXED BY WS-JCD-IDX.
               10  WS-JCD-CODE      PIC X(4).

       01  WS-JUR-CODE              PIC X(4) VALUE SPACES.

       01  WS-REPORT-LINE.
           05  WS-RPT-OPERATION     PIC X(1).
           05  FILLER               PIC X(3) VALUE ' | '.
               STOP RUN
           END-IF.

           OPEN EXTEND TERMINATION-SETTLEMENT-FILE.
           IF WS-TRM-STATUS NOT = '00'
               OPEN OUTPUT TERMINATION-SETTLEMENT-FILE
           END-IF.

           OPEN EXTEND NEW-HIRE-LOG-FILE.
           IF WS-NHL-STATUS NOT = '00'
               OPEN OUTPUT NEW-HIRE-LOG-FILE
           END-IF.

           OPEN EXTEND EMPLOYEE-CHANGE-HISTORY-FILE.
           IF WS-ECH-STATUS NOT = '00'
               OPEN OUTPUT EMPLOYEE-CHANGE-HISTORY-FILE
           END-IF.

           PERFORM 1050-LOAD-JURISDICTION-CODES.
           PERFORM 1100-LOAD-MAINT-OPERATIONS.
           PERFORM 1300-READ-EMPLOYEE.

       1050-LOAD-JURISDICTION-CODES.
           OPEN INPUT JURISDICTION-TAX-FILE.

           IF WS-JTX-STATUS NOT = '00'
               MOVE 'Y' TO WS-JTX-EOF-FLAG
           END-IF.

           PERFORM 1060-LOAD-ONE-JURISDICTION
               UNTIL JTX-EOF.

           IF WS-JTX-STATUS = '00' OR WS-JTX-STATUS = '10'
               CLOSE JURISDICTION-TAX-FILE
           END-IF.

       1060-LOAD-ONE-JURISDICTION.
           IF NOT JTX-EOF
               READ JURISDICTION-TAX-FILE
                   AT END MOVE 'Y' TO WS-JTX-EOF-FLAG
                   NOT AT END
                       IF WS-JCD-COUNT < 100 AND JTX-CODE NOT = SPACES
                           ADD 1 TO WS-JCD-COUNT
                           MOVE JTX-CODE TO WS-JCD-CODE(WS-JCD-COUNT)
                       END-IF
               END-READ
           END-IF.

       1100-LOAD-MAINT-OPERATIONS.
           OPEN INPUT EMPLOYEE-MAINT-FILE.

                   MOVE 'UNKNOWN PAY FREQUENCY' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-OP-VALID-FLAG
               END-IF
      *        The state registry cannot take a hire without one.
               IF OP-VALID AND EM-OP-HIRE
                       AND (EM-SSN NOT NUMERIC OR EM-SSN = ZERO)
                   MOVE 'SSN MISSING OR NOT NUMERIC' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-OP-VALID-FLAG
               END-IF
               IF OP-VALID
                   MOVE EM-WORK-LOC TO WS-JUR-CODE
                   PERFORM 1125-CHECK-JURISDICTION
               END-IF
               IF OP-VALID
                   MOVE EM-RESIDENT-LOC TO WS-JUR-CODE
                   PERFORM 1125-CHECK-JURISDICTION
               END-IF
           END-IF

      *    Maintenance records from before the severance field
      *    existed carry blanks there: no severance.
           IF OP-VALID AND EM-OP-TERMINATE
               IF EM-SEVERANCE-X = SPACES
                   MOVE ZERO TO EM-SEVERANCE-AMOUNT
               END-IF
               IF EM-SEVERANCE-AMOUNT NOT NUMERIC
                   MOVE 'SEVERANCE NOT NUMERIC' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-OP-VALID-FLAG
               END-IF
               IF EM-TERM-REASON = SPACE
                   MOVE 'V' TO EM-TERM-REASON
               END-IF
               IF OP-VALID AND NOT EM-REASON-VALID
                   MOVE 'UNKNOWN TERMINATION REASON' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-OP-VALID-FLAG
               END-IF
           END-IF

           EVALUATE TRUE

           PERFORM 1110-READ-MAINT-OPERATION.

       1125-CHECK-JURISDICTION.
           IF WS-JUR-CODE NOT = SPACES AND WS-JCD-COUNT > 0
               MOVE 'N' TO WS-JUR-FOUND-FLAG
               SET WS-JCD-IDX TO 1
               SEARCH WS-JCD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-JCD-CODE(WS-JCD-IDX) = WS-JUR-CODE
                       MOVE 'Y' TO WS-JUR-FOUND-FLAG
               END-SEARCH
               IF NOT JURISDICTION-KNOWN
                   MOVE 'UNKNOWN JURISDICTION' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-OP-VALID-FLAG
               END-IF
           END-IF.

       1130-WRITE-REJECT-LINE.
           MOVE EM-OPERATION TO WS-RPT-OPERATION
           MOVE EM-EMP-ID TO WS-RPT-EMP-ID
               MOVE EM-HOURLY-RATE TO WS-OPS-RATE(WS-OPS-COUNT)
               MOVE EM-TAX-CODE TO WS-OPS-TAX-CODE(WS-OPS-COUNT)
               MOVE EM-PAY-FREQ TO WS-OPS-PAY-FREQ(WS-OPS-COUNT)
               MOVE EM-WORK-LOC TO WS-OPS-WORK-LOC(WS-OPS-COUNT)
               MOVE EM-RESIDENT-LOC TO WS-OPS-RES-LOC(WS-OPS-COUNT)
               IF EM-OP-TERMINATE
                   MOVE EM-SEVERANCE-AMOUNT
                       TO WS-OPS-SEVERANCE(WS-OPS-COUNT)
                   MOVE EM-TERM-REASON
                       TO WS-OPS-TERM-REASON(WS-OPS-COUNT)
               ELSE
                   MOVE ZERO TO WS-OPS-SEVERANCE(WS-OPS-COUNT)
                   MOVE SPACE TO WS-OPS-TERM-REASON(WS-OPS-COUNT)
               END-IF
               IF EM-OP-HIRE
                   MOVE EM-SSN TO WS-OPS-SSN(WS-OPS-COUNT)
               ELSE
                   MOVE SPACES TO WS-OPS-SSN(WS-OPS-COUNT)
               END-IF
               MOVE 'N' TO WS-OPS-MATCHED(WS-OPS-COUNT)
           ELSE
               MOVE 'OPERATIONS TABLE FULL' TO WS-REJECT-REASON
           IF WS-OPS-EMP-ID(WS-OPS-IDX) = EMP-ID
               EVALUATE WS-OPS-OPERATION(WS-OPS-IDX)
                   WHEN 'C'
                       MOVE SPACES TO EMPLOYEE-CHANGE-HISTORY-RECORD
                       MOVE 'C' TO ECH-EVENT-TYPE
                       MOVE EMP-DEPARTMENT TO ECH-OLD-DEPT
                       MOVE EMP-LEVEL TO ECH-OLD-LEVEL
                       MOVE WS-OPS-DEPT(WS-OPS-IDX) TO EMP-DEPARTMENT
                       MOVE WS-OPS-LEVEL(WS-OPS-IDX) TO EMP-LEVEL
                       MOVE WS-OPS-RATE(WS-OPS-IDX) TO HOURLY-RATE
                       MOVE WS-OPS-TAX-CODE(WS-OPS-IDX) TO TAX-CODE
                       MOVE WS-OPS-PAY-FREQ(WS-OPS-IDX)
                           TO EMP-PAY-FREQ
                       MOVE WS-OPS-WORK-LOC(WS-OPS-IDX)
                           TO EMP-WORK-LOC
                       MOVE WS-OPS-RES-LOC(WS-OPS-IDX)
                           TO EMP-RESIDENT-LOC
                       MOVE 'Y' TO WS-OPS-MATCHED(WS-OPS-IDX)
                       PERFORM 2120-WRITE-APPLIED-LINE
                       PERFORM 2160-LOG-CHANGE-HISTORY
                   WHEN 'T'
                       MOVE 'T' TO EMP-STATUS
                       MOVE WS-OPS-EFF-DATE(WS-OPS-IDX)
                           TO EMP-TERM-DATE
                       MOVE 'Y' TO WS-OPS-MATCHED(WS-OPS-IDX)
                       PERFORM 2120-WRITE-APPLIED-LINE
                       PERFORM 2130-LOG-TERMINATION
                       MOVE SPACES TO EMPLOYEE-CHANGE-HISTORY-RECORD
                       MOVE 'T' TO ECH-EVENT-TYPE
                       MOVE EMP-DEPARTMENT TO ECH-OLD-DEPT
                       MOVE EMP-LEVEL TO ECH-OLD-LEVEL
                       MOVE WS-OPS-TERM-REASON(WS-OPS-IDX)
                           TO ECH-TERM-REASON
                       PERFORM 2160-LOG-CHANGE-HISTORY
      *            A hire for a terminated employee, effective after
      *            the termination, is a rehire; on an active one it
      *            is a keying error: flagged as matched and rejected.
                   WHEN 'H'
                       MOVE 'Y' TO WS-OPS-MATCHED(WS-OPS-IDX)
                       IF EMP-TERMINATED
                               AND WS-OPS-EFF-DATE(WS-OPS-IDX)
                                   > EMP-TERM-DATE
                           PERFORM 2140-APPLY-REHIRE
                       ELSE
                           MOVE 'H' TO WS-RPT-OPERATION
                           MOVE EMP-ID TO WS-RPT-EMP-ID
                           MOVE WS-OPS-EFF-DATE(WS-OPS-IDX)
                               TO WS-RPT-EFF-DATE
                           MOVE 'REJECTED  ' TO WS-RPT-DISPOSITION
                           IF EMP-TERMINATED
                               MOVE 'REHIRE NOT AFTER TERMINATION'
                                   TO WS-RPT-REASON
                           ELSE
                               MOVE 'HIRE FOR EXISTING EMPLOYEE'
                                   TO WS-RPT-REASON
                           END-IF
                           WRITE MAINT-REPORT-RECORD
                               FROM WS-REPORT-LINE
                           ADD 1 TO WS-OPS-REJECTED
                       END-IF
               END-EVALUATE
           END-IF.

           MOVE WS-OPS-EFF-DATE(WS-OPS-IDX) TO WS-RPT-EFF-DATE
           MOVE 'APPLIED   ' TO WS-RPT-DISPOSITION
           MOVE SPACES TO WS-RPT-REASON
           IF WS-OPS-OPERATION(WS-OPS-IDX) = 'H' AND EMP-TERMINATED
               MOVE 'REHIRE' TO WS-RPT-REASON
           END-IF
           WRITE MAINT-REPORT-RECORD FROM WS-REPORT-LINE
           ADD 1 TO WS-OPS-APPLIED.

      *    The final-pay run picks the leaver up from this entry: the
      *    last partial period, the leave payout and the severance
      *    are settled there, no longer worked out by hand.
       2130-LOG-TERMINATION.
           MOVE SPACES TO TERMINATION-SETTLEMENT-RECORD
           MOVE EMP-ID TO TRM-EMP-ID
           MOVE WS-OPS-EFF-DATE(WS-OPS-IDX) TO TRM-TERM-DATE
           MOVE WS-OPS-SEVERANCE(WS-OPS-IDX) TO TRM-SEVERANCE
           MOVE ZERO TO TRM-NET-PAID
           WRITE TERMINATION-SETTLEMENT-RECORD
           ADD 1 TO WS-SETTLEMENTS-LOGGED.

      *    The rehire's effective date becomes the new service entry
      *    date; the prior termination goes to the new-hire log so the
      *    state sees the break in service.
       2140-APPLY-REHIRE.
           PERFORM 2120-WRITE-APPLIED-LINE
           ADD 1 TO WS-REHIRES-APPLIED
           MOVE SPACES TO NEW-HIRE-LOG-RECORD
           MOVE 'R' TO NHL-HIRE-TYPE
           MOVE EMP-TERM-DATE TO NHL-PRIOR-TERM-DATE
           MOVE SPACES TO EMPLOYEE-CHANGE-HISTORY-RECORD
           MOVE 'R' TO ECH-EVENT-TYPE
           MOVE EMP-DEPARTMENT TO ECH-OLD-DEPT
           MOVE EMP-LEVEL TO ECH-OLD-LEVEL
           MOVE EMP-TERM-DATE TO ECH-PRIOR-TERM-DATE
           MOVE WS-OPS-EMP-NAME(WS-OPS-IDX) TO EMP-NAME
           MOVE WS-OPS-DEPT(WS-OPS-IDX) TO EMP-DEPARTMENT
           MOVE WS-OPS-LEVEL(WS-OPS-IDX) TO EMP-LEVEL
           MOVE ZERO TO HOURS-WORKED
                        OVERTIME-HOURS
                        BONUS-AMOUNT
           MOVE WS-OPS-RATE(WS-OPS-IDX) TO HOURLY-RATE
           MOVE WS-OPS-TAX-CODE(WS-OPS-IDX) TO TAX-CODE
           MOVE 'A' TO EMP-STATUS
           MOVE SPACES TO EMP-TERM-DATE
           MOVE WS-OPS-EFF-DATE(WS-OPS-IDX) TO EMP-HIRE-DATE
           MOVE WS-OPS-PAY-FREQ(WS-OPS-IDX) TO EMP-PAY-FREQ
           MOVE WS-OPS-WORK-LOC(WS-OPS-IDX) TO EMP-WORK-LOC
           MOVE WS-OPS-RES-LOC(WS-OPS-IDX) TO EMP-RESIDENT-LOC
           PERFORM 2150-LOG-NEW-HIRE
           PERFORM 2160-LOG-CHANGE-HISTORY.

      *    NHL-HIRE-TYPE and NHL-PRIOR-TERM-DATE are set by the
      *    caller; the rest comes from the employee as hired.
       2150-LOG-NEW-HIRE.
           MOVE EMP-ID TO NHL-EMP-ID
           MOVE EMP-NAME TO NHL-EMP-NAME
           MOVE WS-OPS-SSN(WS-OPS-IDX) TO NHL-SSN
           MOVE EMP-HIRE-DATE TO NHL-HIRE-DATE
           MOVE EMP-WORK-LOC TO NHL-WORK-LOC
           MOVE WS-CURRENT-DATE TO NHL-LOGGED-DATE
           MOVE SPACE TO NHL-REPORT-STATUS
           MOVE SPACES TO NHL-REPORTED-DATE
           WRITE NEW-HIRE-LOG-RECORD
           ADD 1 TO WS-HIRES-LOGGED.

      *    ECH-EVENT-TYPE and the before values are set by the caller
      *    before the employee is updated; the after values and the
      *    effective date come from the employee as it now stands.
       2160-LOG-CHANGE-HISTORY.
           MOVE WS-OPS-EFF-DATE(WS-OPS-IDX) TO ECH-EFFECTIVE-DATE
           MOVE EMP-ID TO ECH-EMP-ID
           MOVE EMP-DEPARTMENT TO ECH-NEW-DEPT
           MOVE EMP-LEVEL TO ECH-NEW-LEVEL
           IF ECH-EVENT-TYPE = 'H'
               MOVE ZERO TO ECH-OLD-LEVEL
           END-IF
           MOVE WS-CURRENT-DATE TO ECH-LOGGED-DATE
           WRITE EMPLOYEE-CHANGE-HISTORY-RECORD
           ADD 1 TO WS-HISTORY-LOGGED.

      *    Hires that matched nobody in the old master become new
      *    employees, appended with zero hours until timekeeping
      *    supplies the first period.
      *        leave-accrual run keys its seniority rules on.
               MOVE WS-OPS-EFF-DATE(WS-OPS-IDX) TO EMP-HIRE-DATE
               MOVE WS-OPS-PAY-FREQ(WS-OPS-IDX) TO EMP-PAY-FREQ
               MOVE WS-OPS-WORK-LOC(WS-OPS-IDX) TO EMP-WORK-LOC
               MOVE WS-OPS-RES-LOC(WS-OPS-IDX) TO EMP-RESIDENT-LOC
               WRITE NEW-EMPLOYEE-RECORD FROM EMPLOYEE-RECORD
               MOVE 'Y' TO WS-OPS-MATCHED(WS-OPS-IDX)
               ADD 1 TO WS-HIRES-ADDED
               PERFORM 2120-WRITE-APPLIED-LINE
               MOVE SPACES TO NEW-HIRE-LOG-RECORD
               MOVE 'N' TO NHL-HIRE-TYPE
               PERFORM 2150-LOG-NEW-HIRE
               MOVE SPACES TO EMPLOYEE-CHANGE-HISTORY-RECORD
               MOVE 'H' TO ECH-EVENT-TYPE
               PERFORM 2160-LOG-CHANGE-HISTORY
           END-IF.

      *    Changes and terminations that never found their employee
           CLOSE EMPLOYEE-FILE
                 NEW-EMPLOYEE-FILE
                 PENDING-MAINT-FILE
                 MAINT-REPORT-FILE
                 TERMINATION-SETTLEMENT-FILE
                 NEW-HIRE-LOG-FILE
                 EMPLOYEE-CHANGE-HISTORY-FILE.

           DISPLAY '======================================'.
           DISPLAY 'EMPLOYEE MAINTENANCE STATISTICS'.
           DISPLAY 'Operations Rejected:' WS-OPS-REJECTED.
           DISPLAY 'Operations Deferred:' WS-OPS-DEFERRED.
           DISPLAY 'Hires Added:        ' WS-HIRES-ADDED.
           DISPLAY 'Rehires Applied:    ' WS-REHIRES-APPLIED.
           DISPLAY 'New Hires Logged:   ' WS-HIRES-LOGGED.
           DISPLAY 'Final Pay Pending:  ' WS-SETTLEMENTS-LOGGED.
           DISPLAY 'History Logged:     ' WS-HISTORY-LOGGED.
           DISPLAY '======================================'.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORKFORCE-REPORT.
       AUTHOR. TEST-SUITE.
      *****************************************************************
      * Monthly workforce report - HR asked for it every month and we *
      * built it by diffing two copies of employees.dat by hand.      *
      * - Parameter: the month (YYYYMM); none = the current month     *
      * - employees.dat gives each employee as they stand now;        *
      *   employee-change-history.dat (appended by EMPLOYEE-MAINT)    *
      *   gives the department and level before every hire, rehire,   *
      *   change and termination, so the state at an earlier month    *
      *   end is rebuilt from the first event after it                *
      * - Opening and closing headcount, hires, voluntary and         *
      *   involuntary terminations and transfers by department and by *
      *   level; turnover is terminations over the average of the two *
      *   headcounts                                                  *
      * - Tenure bands and average tenure at the month end, from      *
      *   EMP-HIRE-DATE                                               *
      * - 12-month trend by department: month-end headcount and       *
      *   payroll cost per head, the gross of                         *
      *   payroll-earnings-history.dat for the month over that        *
      *   headcount                                                   *
      * - workforce-report.txt: the four sections above               *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE
               ASSIGN TO 'employees.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.

      *    Appended to by EMPLOYEE-MAINT.
           SELECT CHANGE-HISTORY-FILE
               ASSIGN TO 'employee-change-history.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ECH-STATUS.

      *    Appended to by EMPLOYEE-PAYROLL.
           SELECT PAYROLL-HISTORY-FILE
               ASSIGN TO 'payroll-earnings-history.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PHS-STATUS.

           SELECT WORKFORCE-REPORT-FILE
               ASSIGN TO 'workforce-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Same layout as EMPLOYEE-RECORD in EMPLOYEE-PAYROLL; only
      *    the department, level, status and dates are used here.
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD.
           05  EMP-ID               PIC X(6).
           05  EMP-NAME             PIC X(30).
           05  EMP-DEPARTMENT       PIC X(4).
           05  EMP-LEVEL            PIC 9(2).
           05  FILLER               PIC X(25).
           05  EMP-STATUS           PIC X(1).
               88  EMP-TERMINATED   VALUE 'T'.
           05  EMP-TERM-DATE        PIC X(8).
           05  EMP-HIRE-DATE        PIC X(8).
           05  FILLER               PIC X(9).

      *    Same layout as in EMPLOYEE-MAINT.
       FD  CHANGE-HISTORY-FILE.
       01  CHANGE-HISTORY-RECORD.
           05  ECH-EFFECTIVE-DATE   PIC X(8).
      *    'H' new hire, 'R' rehire, 'C' change, 'T' termination.
           05  ECH-EVENT-TYPE       PIC X(1).
           05  ECH-EMP-ID           PIC X(6).
           05  ECH-OLD-DEPT         PIC X(4).
           05  ECH-NEW-DEPT         PIC X(4).
           05  ECH-OLD-LEVEL        PIC 9(2).
           05  ECH-NEW-LEVEL        PIC 9(2).
      *    'V' voluntary / 'I' involuntary, terminations only.
           05  ECH-TERM-REASON      PIC X(1).
               88  ECH-INVOLUNTARY  VALUE 'I'.
           05  ECH-PRIOR-TERM-DATE  PIC X(8).
           05  ECH-LOGGED-DATE      PIC X(8).
           05  FILLER               PIC X(16).

      *    Same layout as PAYROLL-HISTORY-RECORD in EMPLOYEE-PAYROLL.
       FD  PAYROLL-HISTORY-FILE.
       01  PAYROLL-HISTORY-RECORD.
           05  PHS-RUN-DATE.
               10  PHS-RUN-YEAR     PIC 9(4).
               10  PHS-RUN-MONTH    PIC 9(2).
               10  PHS-RUN-DAY      PIC 9(2).
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

       FD  WORKFORCE-REPORT-FILE.
       01  WORKFORCE-REPORT-RECORD  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-EMP-STATUS        PIC XX.
           05  WS-ECH-STATUS        PIC XX.
           05  WS-PHS-STATUS        PIC XX.
           05  WS-RPT-STATUS        PIC XX.

       01  WS-FLAGS.
           05  WS-EMP-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  EMP-EOF          VALUE 'Y'.
           05  WS-ECH-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  ECH-EOF          VALUE 'Y'.
           05  WS-PHS-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  PHS-EOF          VALUE 'Y'.
           05  WS-FOUND-FLAG        PIC X(1) VALUE 'N'.
               88  ENTRY-FOUND      VALUE 'Y'.
           05  WS-ACTIVE-FLAG       PIC X(1) VALUE 'N'.
               88  EMPLOYED-AT-DATE VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-EMPLOYEES-READ    PIC 9(7) VALUE 0.
           05  WS-EVENTS-READ       PIC 9(7) VALUE 0.
           05  WS-EVENTS-NO-EMP     PIC 9(7) VALUE 0.
           05  WS-HISTORY-READ      PIC 9(7) VALUE 0.
           05  WS-HISTORY-IN-TREND  PIC 9(7) VALUE 0.
           05  WS-ARG-NUM           PIC 9(2) VALUE 1.

       01  WS-RUN-DATE              PIC 9(8).

      *    Parameter: the month reported (YYYYMM); no parameter = the
      *    current month.
       01  WS-PARM-IN               PIC X(20) VALUE SPACES.
       01  WS-REPORT-PERIOD.
           05  WS-REPORT-YEAR       PIC 9(4).
           05  WS-REPORT-MONTH      PIC 9(2).

      *    The twelve month ends of the trend, oldest first; the last
      *    is the month reported and the one before it its opening.
      *    Day 31 stands for the last day of any month.
       01  WS-MONTH-TABLE.
           05  WS-MON-ENTRY OCCURS 12 TIMES
                   INDEXED BY WS-MON-IDX.
               10  WS-MON-END.
                   15  WS-MON-YEAR  PIC 9(4).
                   15  WS-MON-MONTH PIC 9(2).
                   15  WS-MON-DAY   PIC 9(2).

      *    Every employee on the master as they stand now, with, for
      *    each month end, the first history event after it: what
      *    they were before that event is what they were at the
      *    month end. No event = as they stand now.
       01  WS-EMPLOYEE-TABLE.
           05  WS-EMT-COUNT         PIC 9(4) COMP-3 VALUE ZERO.
           05  WS-EMT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-EMT-COUNT
                   INDEXED BY WS-EMT-IDX.
               10  WS-EMT-EMP-ID    PIC X(6).
               10  WS-EMT-DEPT      PIC X(4).
               10  WS-EMT-LEVEL     PIC 9(2).
               10  WS-EMT-STATUS    PIC X(1).
               10  WS-EMT-TERM-DATE PIC X(8).
               10  WS-EMT-HIRE-DATE PIC X(8).
               10  WS-EMT-REHIRE-DATE PIC X(8).
               10  WS-EMT-HIRE-LOGGED PIC X(1).
               10  WS-EMT-TERM-LOGGED PIC X(1).
               10  WS-EMT-AT-MONTH OCCURS 12 TIMES.
                   15  WS-EMT-EVT-DATE  PIC X(8).
                   15  WS-EMT-EVT-TYPE  PIC X(1).
                   15  WS-EMT-PRIOR-TERM PIC X(8).
                   15  WS-EMT-OLD-DEPT  PIC X(4).
                   15  WS-EMT-OLD-LEVEL PIC 9(2).

      *    Departments in code order. Bands: under 1, 1-3, 3-5, 5-10,
      *    10 and more years, no hire date.
       01  WS-DEPT-TABLE.
           05  WS-DPT-COUNT         PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-DPT-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-DPT-COUNT
                   INDEXED BY WS-DPT-IDX.
               10  WS-DPT-CODE      PIC X(4).
               10  WS-DPT-OPENING   PIC 9(5) COMP-3.
               10  WS-DPT-HIRES     PIC 9(5) COMP-3.
               10  WS-DPT-TERMS-VOL PIC 9(5) COMP-3.
               10  WS-DPT-TERMS-INV PIC 9(5) COMP-3.
               10  WS-DPT-XFER-IN   PIC 9(5) COMP-3.
               10  WS-DPT-XFER-OUT  PIC 9(5) COMP-3.
               10  WS-DPT-CLOSING   PIC 9(5) COMP-3.
               10  WS-DPT-TENURE-MONTHS PIC 9(9) COMP-3.
               10  WS-DPT-TENURE-KNOWN  PIC 9(5) COMP-3.
               10  WS-DPT-BAND      PIC 9(5) COMP-3 OCCURS 6 TIMES.
               10  WS-DPT-MONTH OCCURS 12 TIMES.
                   15  WS-DPT-HEADCOUNT PIC 9(5) COMP-3.
                   15  WS-DPT-GROSS     PIC 9(11)V99 COMP-3.

      *    Levels in level order.
       01  WS-LEVEL-TABLE.
           05  WS-LVT-COUNT         PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-LVT-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-LVT-COUNT
                   INDEXED BY WS-LVT-IDX.
               10  WS-LVT-LEVEL     PIC 9(2).
               10  WS-LVT-OPENING   PIC 9(5) COMP-3.
               10  WS-LVT-HIRES     PIC 9(5) COMP-3.
               10  WS-LVT-TERMS     PIC 9(5) COMP-3.
               10  WS-LVT-MOVED-IN  PIC 9(5) COMP-3.
               10  WS-LVT-MOVED-OUT PIC 9(5) COMP-3.
               10  WS-LVT-CLOSING   PIC 9(5) COMP-3.

       01  WS-WORK-FIELDS.
           05  WS-DATE-WORK         PIC X(8) VALUE SPACES.
           05  WS-DEPT-WORK         PIC X(4) VALUE SPACES.
           05  WS-LEVEL-WORK        PIC 9(2) VALUE ZERO.
           05  WS-YEAR-WORK         PIC 9(4) VALUE ZERO.
           05  WS-MONTH-WORK        PIC 9(2) VALUE ZERO.
           05  WS-MON-SUB           PIC 9(2) COMP-3 VALUE ZERO.
           05  WS-BAND-SUB          PIC 9(1) COMP-3 VALUE ZERO.
           05  WS-CLEAR-SUB         PIC 9(2) COMP-3 VALUE ZERO.
           05  WS-INSERT-AT         PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-SHIFT-SUB         PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-HIRE-WORK.
               10  WS-HIRE-YEAR     PIC 9(4).
               10  WS-HIRE-MONTH    PIC 9(2).
               10  WS-HIRE-DAY      PIC 9(2).
           05  WS-TENURE-MONTHS     PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-OPEN-WORK         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-CLOSE-WORK        PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-VOL-WORK          PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-INV-WORK          PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-AVG-HEADCOUNT     PIC 9(5)V9 COMP-3 VALUE ZERO.
           05  WS-VOL-RATE          PIC 9(4)V99 VALUE ZERO.
           05  WS-INV-RATE          PIC 9(4)V99 VALUE ZERO.
           05  WS-TOT-RATE          PIC 9(4)V99 VALUE ZERO.
           05  WS-AVG-TENURE        PIC 9(4)V9 VALUE ZERO.
           05  WS-COST-PER-HEAD     PIC 9(7) VALUE ZERO.

      *    Company totals, added up as the department section is
      *    written and used by the sections after it.
       01  WS-TOTALS.
           05  WS-TOT-OPENING       PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-TOT-HIRES         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-TOT-TERMS-VOL     PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-TOT-TERMS-INV     PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-TOT-XFER-IN       PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-TOT-XFER-OUT      PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-TOT-CLOSING       PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-TOT-TENURE-MONTHS PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-TOT-TENURE-KNOWN  PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-TOT-BAND          PIC 9(5) COMP-3 VALUE ZERO
                                    OCCURS 6 TIMES.
           05  WS-TOT-MONTH OCCURS 12 TIMES.
               10  WS-TOT-HEADCOUNT PIC 9(5) COMP-3 VALUE ZERO.
               10  WS-TOT-GROSS     PIC 9(11)V99 COMP-3 VALUE ZERO.

       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  WS-TITLE-LINE.
           05  FILLER               PIC X(19)
               VALUE 'WORKFORCE REPORT - '.
           05  WTL-YEAR             PIC 9(4).
           05  FILLER               PIC X(1) VALUE '-'.
           05  WTL-MONTH            PIC 9(2).
           05  FILLER               PIC X(10) VALUE '   RUN    '.
           05  WTL-RUN-DATE         PIC 9(8).
           05  FILLER               PIC X(88) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  WSL-TITLE            PIC X(80).
           05  FILLER               PIC X(52) VALUE SPACES.

       01  WS-DEPT-HEADER.
           05  FILLER               PIC X(42) VALUE
               'DEPT    OPENING    HIRES VOL TERM INV TERM'.
           05  FILLER               PIC X(27) VALUE
               '  XFER IN XFER OUT  CLOSING'.
           05  FILLER               PIC X(27) VALUE
               ' TURN VOL TURN INV TURN TOT'.
           05  FILLER               PIC X(36) VALUE SPACES.

       01  WS-DEPT-LINE.
           05  WDP-DEPT             PIC X(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WDP-OPENING          PIC ZZZ,ZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WDP-HIRES            PIC ZZZ,ZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WDP-TERMS-VOL        PIC ZZZ,ZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WDP-TERMS-INV        PIC ZZZ,ZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WDP-XFER-IN          PIC ZZZ,ZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WDP-XFER-OUT         PIC ZZZ,ZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WDP-CLOSING          PIC ZZZ,ZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WDP-TURN-VOL         PIC ZZZ9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WDP-TURN-INV         PIC ZZZ9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WDP-TURN-TOT         PIC ZZZ9.99.
           05  FILLER               PIC X(36) VALUE SPACES.

       01  WS-LEVEL-HEADER.
           05  FILLER               PIC X(42) VALUE
               'LEVEL   OPENING    HIRES    TERMS   LVL IN'.
           05  FILLER               PIC X(18) VALUE
               '  LVL OUT  CLOSING'.
           05  FILLER               PIC X(72) VALUE SPACES.

       01  WS-LEVEL-LINE.
           05  WLV-LEVEL            PIC X(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WLV-OPENING          PIC ZZZ,ZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WLV-HIRES            PIC ZZZ,ZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WLV-TERMS            PIC ZZZ,ZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WLV-MOVED-IN         PIC ZZZ,ZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WLV-MOVED-OUT        PIC ZZZ,ZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WLV-CLOSING          PIC ZZZ,ZZ9.
           05  FILLER               PIC X(72) VALUE SPACES.

       01  WS-TENURE-HEADER.
           05  FILLER               PIC X(42) VALUE
               'DEPT    UNDER 1  1-3 YRS  3-5 YRS 5-10 YRS'.
           05  FILLER               PIC X(26) VALUE
               '  10+ YRS  UNKNOWN AVG YRS'.
           05  FILLER               PIC X(64) VALUE SPACES.

       01  WS-TENURE-LINE.
           05  WTN-DEPT             PIC X(6).
           05  WTN-BAND-COL OCCURS 6 TIMES.
               10  FILLER           PIC X(2).
               10  WTN-BAND         PIC ZZZ,ZZ9.
           05  FILLER               PIC X(2).
           05  WTN-AVG-YEARS        PIC ZZZ9.9.
           05  FILLER               PIC X(64).

       01  WS-TREND-HEADER.
           05  WTH-LABEL            PIC X(15).
           05  WTH-COL OCCURS 12 TIMES.
               10  FILLER           PIC X(2).
               10  WTH-YEAR         PIC 9(4).
               10  WTH-DASH         PIC X(1).
               10  WTH-MONTH        PIC 9(2).
           05  FILLER               PIC X(9).

       01  WS-TREND-LINE.
           05  WTR-DEPT             PIC X(6).
           05  WTR-MEASURE          PIC X(9).
           05  WTR-COL OCCURS 12 TIMES.
               10  FILLER           PIC X(2).
               10  WTR-VALUE        PIC ZZZ,ZZ9.
           05  FILLER               PIC X(9).

       01  WS-NOTE-LINE.
           05  WNL-TEXT             PIC X(80).
           05  FILLER               PIC X(52) VALUE SPACES.

       01  WS-NONE-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(30)
               VALUE 'NONE'.
           05  FILLER               PIC X(98) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-TALLY-EMPLOYEE
               VARYING WS-EMT-IDX FROM 1 BY 1
               UNTIL WS-EMT-IDX > WS-EMT-COUNT.
           PERFORM 3000-WRITE-REPORT.
           PERFORM 4000-FINALIZE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE(1:6) TO WS-REPORT-PERIOD.

           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-IN FROM ARGUMENT-VALUE.
           IF WS-PARM-IN(1:6) NUMERIC
                   AND WS-PARM-IN(5:2) >= '01'
                   AND WS-PARM-IN(5:2) <= '12'
               MOVE WS-PARM-IN(1:6) TO WS-REPORT-PERIOD
           END-IF
           DISPLAY 'WORKFORCE REPORT FOR: ' WS-REPORT-YEAR '-'
               WS-REPORT-MONTH.

           MOVE WS-REPORT-YEAR TO WS-YEAR-WORK
           MOVE WS-REPORT-MONTH TO WS-MONTH-WORK
           PERFORM 1050-SET-ONE-MONTH-END
               VARYING WS-MON-SUB FROM 12 BY -1
               UNTIL WS-MON-SUB < 1.

           OPEN OUTPUT WORKFORCE-REPORT-FILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING WORKFORCE REPORT: '
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1100-LOAD-EMPLOYEES.
           PERFORM 1200-LOAD-CHANGE-HISTORY.
           PERFORM 1300-LOAD-PAYROLL-HISTORY.

       1050-SET-ONE-MONTH-END.
           MOVE WS-YEAR-WORK TO WS-MON-YEAR(WS-MON-SUB)
           MOVE WS-MONTH-WORK TO WS-MON-MONTH(WS-MON-SUB)
           MOVE 31 TO WS-MON-DAY(WS-MON-SUB)
           SUBTRACT 1 FROM WS-MONTH-WORK
           IF WS-MONTH-WORK = 0
               MOVE 12 TO WS-MONTH-WORK
               SUBTRACT 1 FROM WS-YEAR-WORK
           END-IF.

       1100-LOAD-EMPLOYEES.
           OPEN INPUT EMPLOYEE-FILE.

           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPLOYEE FILE: ' WS-EMP-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE WORKFORCE-REPORT-FILE
               STOP RUN
           END-IF.

           PERFORM 1110-LOAD-ONE-EMPLOYEE
               UNTIL EMP-EOF.

           CLOSE EMPLOYEE-FILE.

       1110-LOAD-ONE-EMPLOYEE.
           IF NOT EMP-EOF
               READ EMPLOYEE-FILE
                   AT END
                       MOVE 'Y' TO WS-EMP-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-EMPLOYEES-READ
                       IF WS-EMT-COUNT < 2000
                           PERFORM 1120-STORE-EMPLOYEE
                       ELSE
                           DISPLAY 'EMPLOYEE TABLE FULL - NOT '
                               'REPORTED: ' EMP-ID
                       END-IF
               END-READ
           END-IF.

       1120-STORE-EMPLOYEE.
           ADD 1 TO WS-EMT-COUNT
           MOVE SPACES TO WS-EMT-ENTRY(WS-EMT-COUNT)
           MOVE EMP-ID TO WS-EMT-EMP-ID(WS-EMT-COUNT)
           MOVE EMP-DEPARTMENT TO WS-EMT-DEPT(WS-EMT-COUNT)
           IF EMP-LEVEL NUMERIC
               MOVE EMP-LEVEL TO WS-EMT-LEVEL(WS-EMT-COUNT)
           ELSE
               MOVE ZERO TO WS-EMT-LEVEL(WS-EMT-COUNT)
           END-IF
           MOVE EMP-STATUS TO WS-EMT-STATUS(WS-EMT-COUNT)
           MOVE EMP-TERM-DATE TO WS-EMT-TERM-DATE(WS-EMT-COUNT)
           MOVE EMP-HIRE-DATE TO WS-EMT-HIRE-DATE(WS-EMT-COUNT)
           MOVE 'N' TO WS-EMT-HIRE-LOGGED(WS-EMT-COUNT)
                       WS-EMT-TERM-LOGGED(WS-EMT-COUNT).

      *    Without the change history every employee is taken to
      *    have been in their current department and level all year,
      *    and the hires and terminations come from the master dates.
       1200-LOAD-CHANGE-HISTORY.
           OPEN INPUT CHANGE-HISTORY-FILE.

           IF WS-ECH-STATUS NOT = '00'
               DISPLAY 'CHANGE HISTORY NOT FOUND - MOVEMENTS FROM '
                   'THE MASTER DATES ONLY'
               MOVE 'Y' TO WS-ECH-EOF-FLAG
           END-IF.

           PERFORM 1210-LOAD-ONE-EVENT
               UNTIL ECH-EOF.

           IF WS-ECH-STATUS = '00' OR WS-ECH-STATUS = '10'
               CLOSE CHANGE-HISTORY-FILE
           END-IF.

       1210-LOAD-ONE-EVENT.
           IF NOT ECH-EOF
               READ CHANGE-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-ECH-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-EVENTS-READ
                       PERFORM 1220-APPLY-EVENT
               END-READ
           END-IF.

       1220-APPLY-EVENT.
           IF ECH-OLD-LEVEL NOT NUMERIC
               MOVE ZERO TO ECH-OLD-LEVEL
           END-IF
           IF ECH-NEW-LEVEL NOT NUMERIC
               MOVE ZERO TO ECH-NEW-LEVEL
           END-IF

           MOVE 'N' TO WS-FOUND-FLAG
           IF WS-EMT-COUNT > 0
               SET WS-EMT-IDX TO 1
               SEARCH WS-EMT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-EMT-EMP-ID(WS-EMT-IDX) = ECH-EMP-ID
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-SEARCH
           END-IF

           IF NOT ENTRY-FOUND
               ADD 1 TO WS-EVENTS-NO-EMP
           ELSE
               IF ECH-EVENT-TYPE = 'R'
                       AND ECH-EFFECTIVE-DATE
                           > WS-EMT-REHIRE-DATE(WS-EMT-IDX)
                   MOVE ECH-EFFECTIVE-DATE
                       TO WS-EMT-REHIRE-DATE(WS-EMT-IDX)
               END-IF
               PERFORM 1230-NOTE-EVENT-FOR-MONTH
                   VARYING WS-MON-SUB FROM 1 BY 1
                   UNTIL WS-MON-SUB > 12
               IF ECH-EFFECTIVE-DATE(1:6) = WS-REPORT-PERIOD
                   PERFORM 1240-COUNT-MOVEMENT
               END-IF
           END-IF.

      *    Keeps the earliest event after each month end, whatever
      *    order the history was appended in.
       1230-NOTE-EVENT-FOR-MONTH.
           IF ECH-EFFECTIVE-DATE > WS-MON-END(WS-MON-SUB)
                   AND (WS-EMT-EVT-DATE(WS-EMT-IDX, WS-MON-SUB) = SPACES
                       OR ECH-EFFECTIVE-DATE
                           < WS-EMT-EVT-DATE(WS-EMT-IDX, WS-MON-SUB))
               MOVE ECH-EFFECTIVE-DATE
                   TO WS-EMT-EVT-DATE(WS-EMT-IDX, WS-MON-SUB)
               MOVE ECH-EVENT-TYPE
                   TO WS-EMT-EVT-TYPE(WS-EMT-IDX, WS-MON-SUB)
               MOVE ECH-PRIOR-TERM-DATE
                   TO WS-EMT-PRIOR-TERM(WS-EMT-IDX, WS-MON-SUB)
               MOVE ECH-OLD-DEPT
                   TO WS-EMT-OLD-DEPT(WS-EMT-IDX, WS-MON-SUB)
               MOVE ECH-OLD-LEVEL
                   TO WS-EMT-OLD-LEVEL(WS-EMT-IDX, WS-MON-SUB)
           END-IF.

      *    Hires and rehires count in the department joined,
      *    terminations in the department left; a change counts as a
      *    transfer when the department moves, as a level move when
      *    the level does.
       1240-COUNT-MOVEMENT.
           EVALUATE ECH-EVENT-TYPE
               WHEN 'H'
               WHEN 'R'
                   MOVE 'Y' TO WS-EMT-HIRE-LOGGED(WS-EMT-IDX)
                   MOVE ECH-NEW-DEPT TO WS-DEPT-WORK
                   PERFORM 2900-FIND-DEPARTMENT
                   IF ENTRY-FOUND
                       ADD 1 TO WS-DPT-HIRES(WS-DPT-IDX)
                   END-IF
                   MOVE ECH-NEW-LEVEL TO WS-LEVEL-WORK
                   PERFORM 2950-FIND-LEVEL
                   IF ENTRY-FOUND
                       ADD 1 TO WS-LVT-HIRES(WS-LVT-IDX)
                   END-IF
               WHEN 'T'
                   MOVE 'Y' TO WS-EMT-TERM-LOGGED(WS-EMT-IDX)
                   MOVE ECH-OLD-DEPT TO WS-DEPT-WORK
                   PERFORM 2900-FIND-DEPARTMENT
                   IF ENTRY-FOUND
                       IF ECH-INVOLUNTARY
                           ADD 1 TO WS-DPT-TERMS-INV(WS-DPT-IDX)
                       ELSE
                           ADD 1 TO WS-DPT-TERMS-VOL(WS-DPT-IDX)
                       END-IF
                   END-IF
                   MOVE ECH-OLD-LEVEL TO WS-LEVEL-WORK
                   PERFORM 2950-FIND-LEVEL
                   IF ENTRY-FOUND
                       ADD 1 TO WS-LVT-TERMS(WS-LVT-IDX)
                   END-IF
               WHEN 'C'
                   IF ECH-OLD-DEPT NOT = ECH-NEW-DEPT
                       MOVE ECH-OLD-DEPT TO WS-DEPT-WORK
                       PERFORM 2900-FIND-DEPARTMENT
                       IF ENTRY-FOUND
                           ADD 1 TO WS-DPT-XFER-OUT(WS-DPT-IDX)
                       END-IF
                       MOVE ECH-NEW-DEPT TO WS-DEPT-WORK
                       PERFORM 2900-FIND-DEPARTMENT
                       IF ENTRY-FOUND
                           ADD 1 TO WS-DPT-XFER-IN(WS-DPT-IDX)
                       END-IF
                   END-IF
                   IF ECH-OLD-LEVEL NOT = ECH-NEW-LEVEL
                       MOVE ECH-OLD-LEVEL TO WS-LEVEL-WORK
                       PERFORM 2950-FIND-LEVEL
                       IF ENTRY-FOUND
                           ADD 1 TO WS-LVT-MOVED-OUT(WS-LVT-IDX)
                       END-IF
                       MOVE ECH-NEW-LEVEL TO WS-LEVEL-WORK
                       PERFORM 2950-FIND-LEVEL
                       IF ENTRY-FOUND
                           ADD 1 TO WS-LVT-MOVED-IN(WS-LVT-IDX)
                       END-IF
                   END-IF
           END-EVALUATE.

       1300-LOAD-PAYROLL-HISTORY.
           OPEN INPUT PAYROLL-HISTORY-FILE.

           IF WS-PHS-STATUS NOT = '00'
               DISPLAY 'PAYROLL HISTORY NOT FOUND - NO COST PER HEAD'
               MOVE 'Y' TO WS-PHS-EOF-FLAG
           END-IF.

           PERFORM 1310-LOAD-ONE-PAY-LINE
               UNTIL PHS-EOF.

           IF WS-PHS-STATUS = '00' OR WS-PHS-STATUS = '10'
               CLOSE PAYROLL-HISTORY-FILE
           END-IF.

      *    The gross of every line paid in a month of the trend goes
      *    to the department it was paid under.
       1310-LOAD-ONE-PAY-LINE.
           IF NOT PHS-EOF
               READ PAYROLL-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-PHS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-HISTORY-READ
                       PERFORM 1320-ADD-PAY-LINE
               END-READ
           END-IF.

       1320-ADD-PAY-LINE.
           MOVE 'N' TO WS-FOUND-FLAG
           SET WS-MON-IDX TO 1
           SEARCH WS-MON-ENTRY
               AT END
                   CONTINUE
               WHEN WS-MON-YEAR(WS-MON-IDX) = PHS-RUN-YEAR
                       AND WS-MON-MONTH(WS-MON-IDX) = PHS-RUN-MONTH
                   MOVE 'Y' TO WS-FOUND-FLAG
           END-SEARCH

           IF ENTRY-FOUND
               SET WS-MON-SUB TO WS-MON-IDX
               ADD 1 TO WS-HISTORY-IN-TREND
               MOVE PHS-DEPARTMENT TO WS-DEPT-WORK
               PERFORM 2900-FIND-DEPARTMENT
               IF ENTRY-FOUND
                   ADD PHS-GROSS
                       TO WS-DPT-GROSS(WS-DPT-IDX, WS-MON-SUB)
               END-IF
           END-IF.

      *    Each employee counts at every month end they were employed
      *    at, in the department and level they held then.
       2000-TALLY-EMPLOYEE.
           PERFORM 2100-TALLY-ONE-MONTH-END
               VARYING WS-MON-SUB FROM 1 BY 1
               UNTIL WS-MON-SUB > 12

      *    Hires and terminations of the month the history does not
      *    know about (made before it was kept) come from the master.
           IF WS-EMT-HIRE-LOGGED(WS-EMT-IDX) = 'N'
                   AND WS-EMT-HIRE-DATE(WS-EMT-IDX)(1:6)
                       = WS-REPORT-PERIOD
               MOVE WS-EMT-DEPT(WS-EMT-IDX) TO WS-DEPT-WORK
               PERFORM 2900-FIND-DEPARTMENT
               IF ENTRY-FOUND
                   ADD 1 TO WS-DPT-HIRES(WS-DPT-IDX)
               END-IF
               MOVE WS-EMT-LEVEL(WS-EMT-IDX) TO WS-LEVEL-WORK
               PERFORM 2950-FIND-LEVEL
               IF ENTRY-FOUND
                   ADD 1 TO WS-LVT-HIRES(WS-LVT-IDX)
               END-IF
           END-IF

           IF WS-EMT-TERM-LOGGED(WS-EMT-IDX) = 'N'
                   AND WS-EMT-STATUS(WS-EMT-IDX) = 'T'
                   AND WS-EMT-TERM-DATE(WS-EMT-IDX)(1:6)
                       = WS-REPORT-PERIOD
               MOVE WS-EMT-DEPT(WS-EMT-IDX) TO WS-DEPT-WORK
               PERFORM 2900-FIND-DEPARTMENT
               IF ENTRY-FOUND
                   ADD 1 TO WS-DPT-TERMS-VOL(WS-DPT-IDX)
               END-IF
               MOVE WS-EMT-LEVEL(WS-EMT-IDX) TO WS-LEVEL-WORK
               PERFORM 2950-FIND-LEVEL
               IF ENTRY-FOUND
                   ADD 1 TO WS-LVT-TERMS(WS-LVT-IDX)
               END-IF
           END-IF.

       2100-TALLY-ONE-MONTH-END.
           MOVE WS-MON-END(WS-MON-SUB) TO WS-DATE-WORK
           PERFORM 2200-STATE-AT-DATE

           IF EMPLOYED-AT-DATE
               PERFORM 2900-FIND-DEPARTMENT
               IF ENTRY-FOUND
                   ADD 1 TO WS-DPT-HEADCOUNT(WS-DPT-IDX, WS-MON-SUB)
                   IF WS-MON-SUB = 11
                       ADD 1 TO WS-DPT-OPENING(WS-DPT-IDX)
                   END-IF
                   IF WS-MON-SUB = 12
                       ADD 1 TO WS-DPT-CLOSING(WS-DPT-IDX)
                       PERFORM 2300-TALLY-TENURE
                   END-IF
               END-IF
               IF WS-MON-SUB = 11 OR WS-MON-SUB = 12
                   PERFORM 2950-FIND-LEVEL
                   IF ENTRY-FOUND AND WS-MON-SUB = 11
                       ADD 1 TO WS-LVT-OPENING(WS-LVT-IDX)
                   END-IF
                   IF ENTRY-FOUND AND WS-MON-SUB = 12
                       ADD 1 TO WS-LVT-CLOSING(WS-LVT-IDX)
                   END-IF
               END-IF
           END-IF.

      *    With no event after the date, the master decides: hired by
      *    then and not terminated by then. Otherwise the event does:
      *    a new hire after it means not yet employed; a rehire after
      *    it means employed if the prior termination came after it;
      *    a change or termination after it means employed, unless
      *    the master's hire date is later and no rehire explains it.
       2200-STATE-AT-DATE.
           IF WS-EMT-EVT-DATE(WS-EMT-IDX, WS-MON-SUB) = SPACES
               MOVE WS-EMT-DEPT(WS-EMT-IDX) TO WS-DEPT-WORK
               MOVE WS-EMT-LEVEL(WS-EMT-IDX) TO WS-LEVEL-WORK
               MOVE 'Y' TO WS-ACTIVE-FLAG
               IF WS-EMT-HIRE-DATE(WS-EMT-IDX) > WS-DATE-WORK
                   MOVE 'N' TO WS-ACTIVE-FLAG
               END-IF
               IF WS-EMT-STATUS(WS-EMT-IDX) = 'T'
                       AND WS-EMT-TERM-DATE(WS-EMT-IDX)
                           NOT > WS-DATE-WORK
                   MOVE 'N' TO WS-ACTIVE-FLAG
               END-IF
           ELSE
               MOVE WS-EMT-OLD-DEPT(WS-EMT-IDX, WS-MON-SUB)
                   TO WS-DEPT-WORK
               MOVE WS-EMT-OLD-LEVEL(WS-EMT-IDX, WS-MON-SUB)
                   TO WS-LEVEL-WORK
               EVALUATE WS-EMT-EVT-TYPE(WS-EMT-IDX, WS-MON-SUB)
                   WHEN 'H'
                       MOVE 'N' TO WS-ACTIVE-FLAG
                   WHEN 'R'
                       IF WS-EMT-PRIOR-TERM(WS-EMT-IDX, WS-MON-SUB)
                               > WS-DATE-WORK
                           MOVE 'Y' TO WS-ACTIVE-FLAG
                       ELSE
                           MOVE 'N' TO WS-ACTIVE-FLAG
                       END-IF
                   WHEN OTHER
                       MOVE 'Y' TO WS-ACTIVE-FLAG
                       IF WS-EMT-HIRE-DATE(WS-EMT-IDX) > WS-DATE-WORK
                               AND WS-EMT-REHIRE-DATE(WS-EMT-IDX)
                                   NOT > WS-DATE-WORK
                           MOVE 'N' TO WS-ACTIVE-FLAG
                       END-IF
               END-EVALUATE
           END-IF.

      *    Tenure at the month end, in whole months from the hire
      *    date; a hire date missing or after the month end (a rehire
      *    since) leaves it unknown.
       2300-TALLY-TENURE.
           IF WS-EMT-HIRE-DATE(WS-EMT-IDX) NUMERIC
                   AND WS-EMT-HIRE-DATE(WS-EMT-IDX) NOT > WS-DATE-WORK
               MOVE WS-EMT-HIRE-DATE(WS-EMT-IDX) TO WS-HIRE-WORK
               COMPUTE WS-TENURE-MONTHS =
                   (WS-MON-YEAR(12) - WS-HIRE-YEAR) * 12
                   + WS-MON-MONTH(12) - WS-HIRE-MONTH
               EVALUATE TRUE
                   WHEN WS-TENURE-MONTHS < 12
                       MOVE 1 TO WS-BAND-SUB
                   WHEN WS-TENURE-MONTHS < 36
                       MOVE 2 TO WS-BAND-SUB
                   WHEN WS-TENURE-MONTHS < 60
                       MOVE 3 TO WS-BAND-SUB
                   WHEN WS-TENURE-MONTHS < 120
                       MOVE 4 TO WS-BAND-SUB
                   WHEN OTHER
                       MOVE 5 TO WS-BAND-SUB
               END-EVALUATE
               ADD WS-TENURE-MONTHS
                   TO WS-DPT-TENURE-MONTHS(WS-DPT-IDX)
               ADD 1 TO WS-DPT-TENURE-KNOWN(WS-DPT-IDX)
           ELSE
               MOVE 6 TO WS-BAND-SUB
           END-IF
           ADD 1 TO WS-DPT-BAND(WS-DPT-IDX, WS-BAND-SUB).

      *    Finds WS-DEPT-WORK in the department table, adding it in
      *    code order the first time it is seen.
       2900-FIND-DEPARTMENT.
           MOVE 'N' TO WS-FOUND-FLAG
           IF WS-DPT-COUNT > 0
               SET WS-DPT-IDX TO 1
               SEARCH WS-DPT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-DPT-CODE(WS-DPT-IDX) = WS-DEPT-WORK
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-SEARCH
           END-IF

           IF NOT ENTRY-FOUND
               IF WS-DPT-COUNT < 50
                   PERFORM 2910-INSERT-DEPARTMENT
               ELSE
                   DISPLAY 'DEPARTMENT TABLE FULL - NOT REPORTED: '
                       WS-DEPT-WORK
               END-IF
           END-IF.

       2910-INSERT-DEPARTMENT.
           COMPUTE WS-INSERT-AT = WS-DPT-COUNT + 1
           PERFORM 2920-CHECK-DEPT-INSERT-POINT
               VARYING WS-SHIFT-SUB FROM WS-DPT-COUNT BY -1
               UNTIL WS-SHIFT-SUB < 1
           ADD 1 TO WS-DPT-COUNT
           PERFORM 2930-SHIFT-ONE-DEPARTMENT
               VARYING WS-SHIFT-SUB FROM WS-DPT-COUNT BY -1
               UNTIL WS-SHIFT-SUB <= WS-INSERT-AT
           SET WS-DPT-IDX TO WS-INSERT-AT
           MOVE WS-DEPT-WORK TO WS-DPT-CODE(WS-DPT-IDX)
           MOVE ZERO TO WS-DPT-OPENING(WS-DPT-IDX)
                        WS-DPT-HIRES(WS-DPT-IDX)
                        WS-DPT-TERMS-VOL(WS-DPT-IDX)
                        WS-DPT-TERMS-INV(WS-DPT-IDX)
                        WS-DPT-XFER-IN(WS-DPT-IDX)
                        WS-DPT-XFER-OUT(WS-DPT-IDX)
                        WS-DPT-CLOSING(WS-DPT-IDX)
                        WS-DPT-TENURE-MONTHS(WS-DPT-IDX)
                        WS-DPT-TENURE-KNOWN(WS-DPT-IDX)
           PERFORM 2940-CLEAR-ONE-BAND
               VARYING WS-CLEAR-SUB FROM 1 BY 1
               UNTIL WS-CLEAR-SUB > 6
           PERFORM 2945-CLEAR-ONE-MONTH
               VARYING WS-CLEAR-SUB FROM 1 BY 1
               UNTIL WS-CLEAR-SUB > 12
           MOVE 'Y' TO WS-FOUND-FLAG.

       2920-CHECK-DEPT-INSERT-POINT.
           IF WS-DPT-CODE(WS-SHIFT-SUB) > WS-DEPT-WORK
               MOVE WS-SHIFT-SUB TO WS-INSERT-AT
           END-IF.

       2930-SHIFT-ONE-DEPARTMENT.
           MOVE WS-DPT-ENTRY(WS-SHIFT-SUB - 1)
               TO WS-DPT-ENTRY(WS-SHIFT-SUB).

       2940-CLEAR-ONE-BAND.
           MOVE ZERO TO WS-DPT-BAND(WS-DPT-IDX, WS-CLEAR-SUB).

       2945-CLEAR-ONE-MONTH.
           MOVE ZERO TO WS-DPT-HEADCOUNT(WS-DPT-IDX, WS-CLEAR-SUB)
                        WS-DPT-GROSS(WS-DPT-IDX, WS-CLEAR-SUB).

      *    Finds WS-LEVEL-WORK in the level table, adding it in level
      *    order the first time it is seen.
       2950-FIND-LEVEL.
           MOVE 'N' TO WS-FOUND-FLAG
           IF WS-LVT-COUNT > 0
               SET WS-LVT-IDX TO 1
               SEARCH WS-LVT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-LVT-LEVEL(WS-LVT-IDX) = WS-LEVEL-WORK
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-SEARCH
           END-IF

           IF NOT ENTRY-FOUND
               IF WS-LVT-COUNT < 100
                   PERFORM 2960-INSERT-LEVEL
               ELSE
                   DISPLAY 'LEVEL TABLE FULL - NOT REPORTED: '
                       WS-LEVEL-WORK
               END-IF
           END-IF.

       2960-INSERT-LEVEL.
           COMPUTE WS-INSERT-AT = WS-LVT-COUNT + 1
           PERFORM 2970-CHECK-LEVEL-INSERT-POINT
               VARYING WS-SHIFT-SUB FROM WS-LVT-COUNT BY -1
               UNTIL WS-SHIFT-SUB < 1
           ADD 1 TO WS-LVT-COUNT
           PERFORM 2980-SHIFT-ONE-LEVEL
               VARYING WS-SHIFT-SUB FROM WS-LVT-COUNT BY -1
               UNTIL WS-SHIFT-SUB <= WS-INSERT-AT
           SET WS-LVT-IDX TO WS-INSERT-AT
           MOVE WS-LEVEL-WORK TO WS-LVT-LEVEL(WS-LVT-IDX)
           MOVE ZERO TO WS-LVT-OPENING(WS-LVT-IDX)
                        WS-LVT-HIRES(WS-LVT-IDX)
                        WS-LVT-TERMS(WS-LVT-IDX)
                        WS-LVT-MOVED-IN(WS-LVT-IDX)
                        WS-LVT-MOVED-OUT(WS-LVT-IDX)
                        WS-LVT-CLOSING(WS-LVT-IDX)
           MOVE 'Y' TO WS-FOUND-FLAG.

       2970-CHECK-LEVEL-INSERT-POINT.
           IF WS-LVT-LEVEL(WS-SHIFT-SUB) > WS-LEVEL-WORK
               MOVE WS-SHIFT-SUB TO WS-INSERT-AT
           END-IF.

       2980-SHIFT-ONE-LEVEL.
           MOVE WS-LVT-ENTRY(WS-SHIFT-SUB - 1)
               TO WS-LVT-ENTRY(WS-SHIFT-SUB).

       3000-WRITE-REPORT.
           MOVE WS-REPORT-YEAR TO WTL-YEAR
           MOVE WS-REPORT-MONTH TO WTL-MONTH
           MOVE WS-RUN-DATE TO WTL-RUN-DATE
           WRITE WORKFORCE-REPORT-RECORD FROM WS-TITLE-LINE

           PERFORM 3100-WRITE-DEPARTMENT-SECTION
           PERFORM 3300-WRITE-LEVEL-SECTION
           PERFORM 3500-WRITE-TENURE-SECTION
           PERFORM 3700-WRITE-TREND-SECTION.

       3100-WRITE-DEPARTMENT-SECTION.
           MOVE 'HEADCOUNT, MOVEMENT AND TURNOVER BY DEPARTMENT'
               TO WSL-TITLE
           WRITE WORKFORCE-REPORT-RECORD FROM WS-BLANK-LINE
           WRITE WORKFORCE-REPORT-RECORD FROM WS-SECTION-LINE
           WRITE WORKFORCE-REPORT-RECORD FROM WS-DEPT-HEADER

           IF WS-DPT-COUNT = 0
               WRITE WORKFORCE-REPORT-RECORD FROM WS-NONE-LINE
           ELSE
               PERFORM 3110-WRITE-ONE-DEPARTMENT
                   VARYING WS-DPT-IDX FROM 1 BY 1
                   UNTIL WS-DPT-IDX > WS-DPT-COUNT
               MOVE 'TOTAL' TO WDP-DEPT
               MOVE WS-TOT-OPENING TO WDP-OPENING WS-OPEN-WORK
               MOVE WS-TOT-HIRES TO WDP-HIRES
               MOVE WS-TOT-TERMS-VOL TO WDP-TERMS-VOL WS-VOL-WORK
               MOVE WS-TOT-TERMS-INV TO WDP-TERMS-INV WS-INV-WORK
               MOVE WS-TOT-XFER-IN TO WDP-XFER-IN
               MOVE WS-TOT-XFER-OUT TO WDP-XFER-OUT
               MOVE WS-TOT-CLOSING TO WDP-CLOSING WS-CLOSE-WORK
               PERFORM 3150-COMPUTE-TURNOVER
               WRITE WORKFORCE-REPORT-RECORD FROM WS-DEPT-LINE
           END-IF

           MOVE 'TURNOVER % = TERMINATIONS X 100 / AVERAGE HEADCOUNT'
               TO WNL-TEXT
           WRITE WORKFORCE-REPORT-RECORD FROM WS-NOTE-LINE.

       3110-WRITE-ONE-DEPARTMENT.
           MOVE WS-DPT-CODE(WS-DPT-IDX) TO WDP-DEPT
           MOVE WS-DPT-OPENING(WS-DPT-IDX) TO WDP-OPENING WS-OPEN-WORK
           MOVE WS-DPT-HIRES(WS-DPT-IDX) TO WDP-HIRES
           MOVE WS-DPT-TERMS-VOL(WS-DPT-IDX)
               TO WDP-TERMS-VOL WS-VOL-WORK
           MOVE WS-DPT-TERMS-INV(WS-DPT-IDX)
               TO WDP-TERMS-INV WS-INV-WORK
           MOVE WS-DPT-XFER-IN(WS-DPT-IDX) TO WDP-XFER-IN
           MOVE WS-DPT-XFER-OUT(WS-DPT-IDX) TO WDP-XFER-OUT
           MOVE WS-DPT-CLOSING(WS-DPT-IDX) TO WDP-CLOSING WS-CLOSE-WORK
           PERFORM 3150-COMPUTE-TURNOVER
           WRITE WORKFORCE-REPORT-RECORD FROM WS-DEPT-LINE

           ADD WS-DPT-OPENING(WS-DPT-IDX) TO WS-TOT-OPENING
           ADD WS-DPT-HIRES(WS-DPT-IDX) TO WS-TOT-HIRES
           ADD WS-DPT-TERMS-VOL(WS-DPT-IDX) TO WS-TOT-TERMS-VOL
           ADD WS-DPT-TERMS-INV(WS-DPT-IDX) TO WS-TOT-TERMS-INV
           ADD WS-DPT-XFER-IN(WS-DPT-IDX) TO WS-TOT-XFER-IN
           ADD WS-DPT-XFER-OUT(WS-DPT-IDX) TO WS-TOT-XFER-OUT
           ADD WS-DPT-CLOSING(WS-DPT-IDX) TO WS-TOT-CLOSING
           ADD WS-DPT-TENURE-MONTHS(WS-DPT-IDX) TO WS-TOT-TENURE-MONTHS
           ADD WS-DPT-TENURE-KNOWN(WS-DPT-IDX) TO WS-TOT-TENURE-KNOWN
           PERFORM 3120-ADD-ONE-BAND
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > 6
           PERFORM 3130-ADD-ONE-MONTH
               VARYING WS-MON-SUB FROM 1 BY 1
               UNTIL WS-MON-SUB > 12.

       3120-ADD-ONE-BAND.
           ADD WS-DPT-BAND(WS-DPT-IDX, WS-BAND-SUB)
               TO WS-TOT-BAND(WS-BAND-SUB).

       3130-ADD-ONE-MONTH.
           ADD WS-DPT-HEADCOUNT(WS-DPT-IDX, WS-MON-SUB)
               TO WS-TOT-HEADCOUNT(WS-MON-SUB)
           ADD WS-DPT-GROSS(WS-DPT-IDX, WS-MON-SUB)
               TO WS-TOT-GROSS(WS-MON-SUB).

      *    Turnover over the average of the opening and closing
      *    headcount, voluntary and involuntary apart and together.
       3150-COMPUTE-TURNOVER.
           COMPUTE WS-AVG-HEADCOUNT = (WS-OPEN-WORK + WS-CLOSE-WORK) / 2
           IF WS-AVG-HEADCOUNT = 0
               MOVE ZERO TO WS-VOL-RATE
                            WS-INV-RATE
                            WS-TOT-RATE
           ELSE
               COMPUTE WS-VOL-RATE ROUNDED =
                   WS-VOL-WORK * 100 / WS-AVG-HEADCOUNT
               COMPUTE WS-INV-RATE ROUNDED =
                   WS-INV-WORK * 100 / WS-AVG-HEADCOUNT
               COMPUTE WS-TOT-RATE ROUNDED =
                   (WS-VOL-WORK + WS-INV-WORK) * 100 / WS-AVG-HEADCOUNT
           END-IF
           MOVE WS-VOL-RATE TO WDP-TURN-VOL
           MOVE WS-INV-RATE TO WDP-TURN-INV
           MOVE WS-TOT-RATE TO WDP-TURN-TOT.

       3300-WRITE-LEVEL-SECTION.
           MOVE 'HEADCOUNT AND MOVEMENT BY LEVEL' TO WSL-TITLE
           WRITE WORKFORCE-REPORT-RECORD FROM WS-BLANK-LINE
           WRITE WORKFORCE-REPORT-RECORD FROM WS-SECTION-LINE
           WRITE WORKFORCE-REPORT-RECORD FROM WS-LEVEL-HEADER

           IF WS-LVT-COUNT = 0
               WRITE WORKFORCE-REPORT-RECORD FROM WS-NONE-LINE
           ELSE
               PERFORM 3310-WRITE-ONE-LEVEL
                   VARYING WS-LVT-IDX FROM 1 BY 1
                   UNTIL WS-LVT-IDX > WS-LVT-COUNT
           END-IF.

       3310-WRITE-ONE-LEVEL.
           MOVE SPACES TO WLV-LEVEL
           MOVE WS-LVT-LEVEL(WS-LVT-IDX) TO WLV-LEVEL(2:2)
           MOVE WS-LVT-OPENING(WS-LVT-IDX) TO WLV-OPENING
           MOVE WS-LVT-HIRES(WS-LVT-IDX) TO WLV-HIRES
           MOVE WS-LVT-TERMS(WS-LVT-IDX) TO WLV-TERMS
           MOVE WS-LVT-MOVED-IN(WS-LVT-IDX) TO WLV-MOVED-IN
           MOVE WS-LVT-MOVED-OUT(WS-LVT-IDX) TO WLV-MOVED-OUT
           MOVE WS-LVT-CLOSING(WS-LVT-IDX) TO WLV-CLOSING
           WRITE WORKFORCE-REPORT-RECORD FROM WS-LEVEL-LINE.

       3500-WRITE-TENURE-SECTION.
           MOVE 'TENURE AT MONTH END BY DEPARTMENT (FROM HIRE DATE)'
               TO WSL-TITLE
           WRITE WORKFORCE-REPORT-RECORD FROM WS-BLANK-LINE
           WRITE WORKFORCE-REPORT-RECORD FROM WS-SECTION-LINE
           WRITE WORKFORCE-REPORT-RECORD FROM WS-TENURE-HEADER

           IF WS-DPT-COUNT = 0
               WRITE WORKFORCE-REPORT-RECORD FROM WS-NONE-LINE
           ELSE
               PERFORM 3510-WRITE-ONE-TENURE-LINE
                   VARYING WS-DPT-IDX FROM 1 BY 1
                   UNTIL WS-DPT-IDX > WS-DPT-COUNT
               MOVE SPACES TO WS-TENURE-LINE
               MOVE 'TOTAL' TO WTN-DEPT
               PERFORM 3530-MOVE-ONE-TOTAL-BAND
                   VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > 6
               IF WS-TOT-TENURE-KNOWN = 0
                   MOVE ZERO TO WS-AVG-TENURE
               ELSE
                   COMPUTE WS-AVG-TENURE ROUNDED =
                       WS-TOT-TENURE-MONTHS / WS-TOT-TENURE-KNOWN / 12
               END-IF
               MOVE WS-AVG-TENURE TO WTN-AVG-YEARS
               WRITE WORKFORCE-REPORT-RECORD FROM WS-TENURE-LINE
           END-IF.

       3510-WRITE-ONE-TENURE-LINE.
           MOVE SPACES TO WS-TENURE-LINE
           MOVE WS-DPT-CODE(WS-DPT-IDX) TO WTN-DEPT
           PERFORM 3520-MOVE-ONE-BAND
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > 6
           IF WS-DPT-TENURE-KNOWN(WS-DPT-IDX) = 0
               MOVE ZERO TO WS-AVG-TENURE
           ELSE
               COMPUTE WS-AVG-TENURE ROUNDED =
                   WS-DPT-TENURE-MONTHS(WS-DPT-IDX)
                   / WS-DPT-TENURE-KNOWN(WS-DPT-IDX) / 12
           END-IF
           MOVE WS-AVG-TENURE TO WTN-AVG-YEARS
           WRITE WORKFORCE-REPORT-RECORD FROM WS-TENURE-LINE.

       3520-MOVE-ONE-BAND.
           MOVE WS-DPT-BAND(WS-DPT-IDX, WS-BAND-SUB)
               TO WTN-BAND(WS-BAND-SUB).

       3530-MOVE-ONE-TOTAL-BAND.
           MOVE WS-TOT-BAND(WS-BAND-SUB) TO WTN-BAND(WS-BAND-SUB).

       3700-WRITE-TREND-SECTION.
           MOVE '12-MONTH TREND - HEADCOUNT AND PAYROLL COST PER HEAD'
               TO WSL-TITLE
           WRITE WORKFORCE-REPORT-RECORD FROM WS-BLANK-LINE
           WRITE WORKFORCE-REPORT-RECORD FROM WS-SECTION-LINE
           MOVE SPACES TO WS-TREND-HEADER
           MOVE 'DEPT  MEASURE' TO WTH-LABEL
           PERFORM 3710-SET-ONE-MONTH-HEADING
               VARYING WS-MON-SUB FROM 1 BY 1
               UNTIL WS-MON-SUB > 12
           WRITE WORKFORCE-REPORT-RECORD FROM WS-TREND-HEADER

           IF WS-DPT-COUNT = 0
               WRITE WORKFORCE-REPORT-RECORD FROM WS-NONE-LINE
           ELSE
               PERFORM 3720-WRITE-ONE-DEPT-TREND
                   VARYING WS-DPT-IDX FROM 1 BY 1
                   UNTIL WS-DPT-IDX > WS-DPT-COUNT
               MOVE SPACES TO WS-TREND-LINE
               MOVE 'TOTAL' TO WTR-DEPT
               MOVE 'HEADCOUNT' TO WTR-MEASURE
               PERFORM 3750-MOVE-ONE-TOTAL-HEADCOUNT
                   VARYING WS-MON-SUB FROM 1 BY 1
                   UNTIL WS-MON-SUB > 12
               WRITE WORKFORCE-REPORT-RECORD FROM WS-TREND-LINE
               MOVE SPACES TO WS-TREND-LINE
               MOVE 'COST/HEAD' TO WTR-MEASURE
               PERFORM 3760-MOVE-ONE-TOTAL-COST
                   VARYING WS-MON-SUB FROM 1 BY 1
                   UNTIL WS-MON-SUB > 12
               WRITE WORKFORCE-REPORT-RECORD FROM WS-TREND-LINE
           END-IF

           MOVE 'COST/HEAD = GROSS PAID IN MONTH / MONTH-END HEADCOUNT'
               TO WNL-TEXT
           WRITE WORKFORCE-REPORT-RECORD FROM WS-NOTE-LINE.

       3710-SET-ONE-MONTH-HEADING.
           MOVE WS-MON-YEAR(WS-MON-SUB) TO WTH-YEAR(WS-MON-SUB)
           MOVE '-' TO WTH-DASH(WS-MON-SUB)
           MOVE WS-MON-MONTH(WS-MON-SUB) TO WTH-MONTH(WS-MON-SUB).

       3720-WRITE-ONE-DEPT-TREND.
           MOVE SPACES TO WS-TREND-LINE
           MOVE WS-DPT-CODE(WS-DPT-IDX) TO WTR-DEPT
           MOVE 'HEADCOUNT' TO WTR-MEASURE
           PERFORM 3730-MOVE-ONE-HEADCOUNT
               VARYING WS-MON-SUB FROM 1 BY 1
               UNTIL WS-MON-SUB > 12
           WRITE WORKFORCE-REPORT-RECORD FROM WS-TREND-LINE
           MOVE SPACES TO WS-TREND-LINE
           MOVE 'COST/HEAD' TO WTR-MEASURE
           PERFORM 3740-MOVE-ONE-COST
               VARYING WS-MON-SUB FROM 1 BY 1
               UNTIL WS-MON-SUB > 12
           WRITE WORKFORCE-REPORT-RECORD FROM WS-TREND-LINE.

       3730-MOVE-ONE-HEADCOUNT.
           MOVE WS-DPT-HEADCOUNT(WS-DPT-IDX, WS-MON-SUB)
               TO WTR-VALUE(WS-MON-SUB).

       3740-MOVE-ONE-COST.
           IF WS-DPT-HEADCOUNT(WS-DPT-IDX, WS-MON-SUB) = 0
               MOVE ZERO TO WS-COST-PER-HEAD
           ELSE
               COMPUTE WS-COST-PER-HEAD ROUNDED =
                   WS-DPT-GROSS(WS-DPT-IDX, WS-MON-SUB)
                   / WS-DPT-HEADCOUNT(WS-DPT-IDX, WS-MON-SUB)
           END-IF
           MOVE WS-COST-PER-HEAD TO WTR-VALUE(WS-MON-SUB).

       3750-MOVE-ONE-TOTAL-HEADCOUNT.
           MOVE WS-TOT-HEADCOUNT(WS-MON-SUB) TO WTR-VALUE(WS-MON-SUB).

       3760-MOVE-ONE-TOTAL-COST.
           IF WS-TOT-HEADCOUNT(WS-MON-SUB) = 0
               MOVE ZERO TO WS-COST-PER-HEAD
           ELSE
               COMPUTE WS-COST-PER-HEAD ROUNDED =
                   WS-TOT-GROSS(WS-MON-SUB)
                   / WS-TOT-HEADCOUNT(WS-MON-SUB)
           END-IF
           MOVE WS-COST-PER-HEAD TO WTR-VALUE(WS-MON-SUB).

       4000-FINALIZE.
           CLOSE WORKFORCE-REPORT-FILE.

           DISPLAY '======================================'.
           DISPLAY 'WORKFORCE REPORT STATISTICS'.
           DISPLAY '======================================'.
           DISPLAY 'Employees Read:     ' WS-EMPLOYEES-READ.
           DISPLAY 'History Events Read:' WS-EVENTS-READ.
           DISPLAY 'Events No Employee: ' WS-EVENTS-NO-EMP.
           DISPLAY 'Payroll Lines Read: ' WS-HISTORY-READ.
           DISPLAY 'Lines In Trend:     ' WS-HISTORY-IN-TREND.
           DISPLAY 'Departments:        ' WS-DPT-COUNT.
           DISPLAY 'Opening Headcount:  ' WS-TOT-OPENING.
           DISPLAY 'Closing Headcount:  ' WS-TOT-CLOSING.
           DISPLAY '======================================'.

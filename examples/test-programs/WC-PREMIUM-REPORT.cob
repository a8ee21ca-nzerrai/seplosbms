       IDENTIFICATION DIVISION.
       PROGRAM-ID. WC-PREMIUM-REPORT.
       AUTHOR. TEST-SUITE.
      *****************************************************************
      * Workers' compensation premium estimate by class code - until  *
      * now the carrier's auditor rebuilt it every year from register *
      * prints and we paid a retro adjustment on whatever they found. *
      * - payroll-earnings-history.dat: one line per employee paid,   *
      *   appended by EMPLOYEE-PAYROLL; the quarter or year asked     *
      *   for is selected on the run date of each line                *
      * - Subject wages: the gross less the overtime premium (the     *
      *   part of overtime pay above straight time) and severance,    *
      *   which the rating rules exclude                              *
      * - wc-class-assignments.dat: class code per employee, or per   *
      *   department for everyone in it; the employee entry wins      *
      * - wc-class-rates.dat: rate per 100 of subject wages by class  *
      *   and state (blank state = any state); the state comes from   *
      *   the employee's work location, a local jurisdiction rolling  *
      *   up to its state through jurisdiction-tax.dat                *
      * - wc-premium-report.txt: estimated premium by class, state    *
      *   and department with class subtotals, then the employees     *
      *   with no class code assigned as exceptions                   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Appended to by EMPLOYEE-PAYROLL.
           SELECT PAYROLL-HISTORY-FILE
               ASSIGN TO 'payroll-earnings-history.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PHS-STATUS.

           SELECT WC-CLASS-ASSIGN-FILE
               ASSIGN TO 'wc-class-assignments.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WCA-STATUS.

           SELECT WC-RATE-FILE
               ASSIGN TO 'wc-class-rates.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WCR-STATUS.

           SELECT JURISDICTION-TAX-FILE
               ASSIGN TO 'jurisdiction-tax.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JTX-STATUS.

           SELECT WC-REPORT-FILE
               ASSIGN TO 'wc-premium-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      *    KEY-TYPE 'E': KEY is an employee id; 'D': KEY is a
      *    department code (first four positions).
       FD  WC-CLASS-ASSIGN-FILE.
       01  WC-CLASS-ASSIGN-RECORD.
           05  WCA-KEY-TYPE         PIC X(1).
               88  WCA-BY-EMPLOYEE  VALUE 'E'.
               88  WCA-BY-DEPARTMENT VALUE 'D'.
           05  WCA-KEY              PIC X(6).
           05  WCA-CLASS            PIC X(4).
           05  FILLER               PIC X(9).

      *    RATE is per 100 of subject wages.
       FD  WC-RATE-FILE.
       01  WC-RATE-RECORD.
           05  WCR-CLASS            PIC X(4).
           05  WCR-STATE            PIC X(4).
           05  WCR-DESCRIPTION      PIC X(30).
           05  WCR-RATE             PIC 9(3)V9999.
           05  FILLER               PIC X(5).

      *    Same layout as in EMPLOYEE-PAYROLL; only the code, level
      *    and parent are used here.
       FD  JURISDICTION-TAX-FILE.
       01  JURISDICTION-TAX-RECORD.
           05  JTX-CODE             PIC X(4).
           05  JTX-NAME             PIC X(20).
           05  JTX-LEVEL            PIC X(1).
               88  JTX-LOCAL-LEVEL  VALUE 'L'.
           05  JTX-PARENT           PIC X(4).
           05  FILLER               PIC X(91).

       FD  WC-REPORT-FILE.
       01  WC-REPORT-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-PHS-STATUS        PIC XX.
           05  WS-WCA-STATUS        PIC XX.
           05  WS-WCR-STATUS        PIC XX.
           05  WS-JTX-STATUS        PIC XX.
           05  WS-RPT-STATUS        PIC XX.

       01  WS-FLAGS.
           05  WS-PHS-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  PHS-EOF          VALUE 'Y'.
           05  WS-WCA-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  WCA-EOF          VALUE 'Y'.
           05  WS-WCR-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  WCR-EOF          VALUE 'Y'.
           05  WS-JTX-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  JTX-EOF          VALUE 'Y'.
           05  WS-FOUND-FLAG        PIC X(1) VALUE 'N'.
               88  ENTRY-FOUND      VALUE 'Y'.
           05  WS-RATE-FOUND-FLAG   PIC X(1) VALUE 'N'.
               88  RATE-FOUND       VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-HISTORY-READ      PIC 9(7) VALUE 0.
           05  WS-HISTORY-IN-PERIOD PIC 9(7) VALUE 0.
           05  WS-LINES-NO-CLASS    PIC 9(7) VALUE 0.
           05  WS-BUCKETS-NO-RATE   PIC 9(5) VALUE 0.
           05  WS-ARG-NUM           PIC 9(2) VALUE 1.

       01  WS-RUN-DATE              PIC 9(8).

      *    Parameter: the year (YYYY), optionally followed by the
      *    quarter (Q1 to Q4); no quarter = the whole year, no
      *    parameter = the current year.
       01  WS-PARM-IN               PIC X(20) VALUE SPACES.
       01  WS-REPORT-PERIOD.
           05  WS-REPORT-YEAR       PIC 9(4).
           05  WS-REPORT-QUARTER    PIC 9(1) VALUE 0.
               88  ANNUAL-REPORT    VALUE 0.
           05  WS-FIRST-MONTH       PIC 9(2) VALUE 1.
           05  WS-LAST-MONTH        PIC 9(2) VALUE 12.

       01  WS-CLASS-ASSIGN-TABLE.
           05  WS-CAT-COUNT         PIC 9(4) COMP-3 VALUE ZERO.
           05  WS-CAT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-CAT-COUNT
                   INDEXED BY WS-CAT-IDX.
               10  WS-CAT-KEY-TYPE  PIC X(1).
               10  WS-CAT-KEY       PIC X(6).
               10  WS-CAT-CLASS     PIC X(4).

       01  WS-CLASS-RATE-TABLE.
           05  WS-CRT-COUNT         PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-CRT-ENTRY OCCURS 1 TO 300 TIMES
                   DEPENDING ON WS-CRT-COUNT
                   INDEXED BY WS-CRT-IDX.
               10  WS-CRT-CLASS     PIC X(4).
               10  WS-CRT-STATE     PIC X(4).
               10  WS-CRT-DESC      PIC X(30).
               10  WS-CRT-RATE      PIC 9(3)V9999 COMP-3.

      *    Local jurisdictions and the state each belongs to.
       01  WS-LOCAL-TABLE.
           05  WS-LCT-COUNT         PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-LCT-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-LCT-COUNT
                   INDEXED BY WS-LCT-IDX.
               10  WS-LCT-CODE      PIC X(4).
               10  WS-LCT-PARENT    PIC X(4).

      *    Subject wages by class, state and department, kept in key
      *    order for the class subtotals.
       01  WS-BUCKET-TABLE.
           05  WS-WCB-COUNT         PIC 9(4) COMP-3 VALUE ZERO.
           05  WS-WCB-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-WCB-COUNT
                   INDEXED BY WS-WCB-IDX.
               10  WS-WCB-KEY.
                   15  WS-WCB-CLASS PIC X(4).
                   15  WS-WCB-STATE PIC X(4).
                   15  WS-WCB-DEPT  PIC X(4).
               10  WS-WCB-DESC      PIC X(30).
               10  WS-WCB-RATE-FLAG PIC X(1).
               10  WS-WCB-RATE      PIC 9(3)V9999 COMP-3.
               10  WS-WCB-GROSS     PIC 9(11)V99 COMP-3.
               10  WS-WCB-EXCLUDED  PIC 9(11)V99 COMP-3.
               10  WS-WCB-SUBJECT   PIC 9(11)V99 COMP-3.

      *    Employees with no class code, one entry each.
       01  WS-NO-CLASS-TABLE.
           05  WS-NCT-COUNT         PIC 9(4) COMP-3 VALUE ZERO.
           05  WS-NCT-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-NCT-COUNT
                   INDEXED BY WS-NCT-IDX.
               10  WS-NCT-EMP-ID    PIC X(6).
               10  WS-NCT-EMP-NAME  PIC X(30).
               10  WS-NCT-DEPT      PIC X(4).
               10  WS-NCT-SUBJECT   PIC 9(11)V99 COMP-3.

       01  WS-WORK-FIELDS.
           05  WS-CLASS-WORK        PIC X(4) VALUE SPACES.
           05  WS-STATE-WORK        PIC X(4) VALUE SPACES.
           05  WS-KEY-WORK          PIC X(12) VALUE SPACES.
           05  WS-EXCLUDED-WORK     PIC 9(9)V99 VALUE ZERO.
           05  WS-SUBJECT-WORK      PIC 9(9)V99 VALUE ZERO.
           05  WS-PREMIUM-WORK      PIC 9(11)V99 VALUE ZERO.
           05  WS-INSERT-AT         PIC 9(4) COMP-3 VALUE ZERO.
           05  WS-SHIFT-SUB         PIC 9(4) COMP-3 VALUE ZERO.
           05  WS-PREV-CLASS        PIC X(4) VALUE SPACES.

       01  WS-CLASS-TOTALS.
           05  WS-CLS-GROSS         PIC 9(11)V99 VALUE ZERO.
           05  WS-CLS-EXCLUDED      PIC 9(11)V99 VALUE ZERO.
           05  WS-CLS-SUBJECT       PIC 9(11)V99 VALUE ZERO.
           05  WS-CLS-PREMIUM       PIC 9(11)V99 VALUE ZERO.
           05  WS-CLS-DESC          PIC X(30) VALUE SPACES.

       01  WS-GRAND-TOTALS.
           05  WS-TOT-GROSS         PIC 9(13)V99 VALUE ZERO.
           05  WS-TOT-EXCLUDED      PIC 9(13)V99 VALUE ZERO.
           05  WS-TOT-SUBJECT       PIC 9(13)V99 VALUE ZERO.
           05  WS-TOT-PREMIUM       PIC 9(13)V99 VALUE ZERO.
           05  WS-TOT-NO-CLASS      PIC 9(13)V99 VALUE ZERO.

       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  WS-TITLE-LINE.
           05  FILLER               PIC X(42)
               VALUE 'WORKERS COMPENSATION PREMIUM ESTIMATE -   '.
           05  WTL-YEAR             PIC 9(4).
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WTL-PERIOD           PIC X(6).
           05  FILLER               PIC X(10) VALUE '   RUN    '.
           05  WTL-RUN-DATE         PIC 9(8).
           05  FILLER               PIC X(61) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  WSL-TITLE            PIC X(60).
           05  FILLER               PIC X(72) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER               PIC X(50) VALUE
               'CLAS  STAT  DEPT     GROSS WAGES     EXCL OT/SEV  '.
           05  FILLER               PIC X(50) VALUE
               ' SUBJECT WAGES  RATE/100     EST PREMIUM  CLASS DE'.
           05  FILLER               PIC X(32) VALUE
               'SCRIPTION / NOTE'.

       01  WS-DETAIL-LINE.
           05  WDL-CLASS            PIC X(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WDL-STATE            PIC X(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WDL-DEPT             PIC X(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WDL-GROSS            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WDL-EXCLUDED         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WDL-SUBJECT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WDL-RATE             PIC ZZ9.9999.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WDL-PREMIUM          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WDL-NOTE             PIC X(30).
           05  FILLER               PIC X(10) VALUE SPACES.

       01  WS-SUBTOTAL-LINE.
           05  WSB-LABEL            PIC X(18).
           05  WSB-GROSS            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WSB-EXCLUDED         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WSB-SUBJECT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(12) VALUE SPACES.
           05  WSB-PREMIUM          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WSB-NOTE             PIC X(30).
           05  FILLER               PIC X(10) VALUE SPACES.

       01  WS-EXCEPTION-HEADER.
           05  FILLER               PIC X(46) VALUE
               'EMP-ID  NAME                            DEPT  '.
           05  FILLER               PIC X(14) VALUE ' SUBJECT WAGES'.
           05  FILLER               PIC X(72) VALUE SPACES.

       01  WS-EXCEPTION-LINE.
           05  WXL-EMP-ID           PIC X(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WXL-EMP-NAME         PIC X(30).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WXL-DEPT             PIC X(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WXL-SUBJECT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(72) VALUE SPACES.

       01  WS-NONE-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(30)
               VALUE 'NONE'.
           05  FILLER               PIC X(98) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-HISTORY
               UNTIL PHS-EOF.
           PERFORM 3000-WRITE-REPORT.
           PERFORM 4000-FINALIZE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE(1:4) TO WS-REPORT-YEAR.

           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-IN FROM ARGUMENT-VALUE.
           IF WS-PARM-IN(1:4) NUMERIC AND WS-PARM-IN(1:4) NOT = ZERO
               MOVE WS-PARM-IN(1:4) TO WS-REPORT-YEAR
               IF WS-PARM-IN(5:1) = 'Q'
                       AND WS-PARM-IN(6:1) >= '1'
                       AND WS-PARM-IN(6:1) <= '4'
                   MOVE WS-PARM-IN(6:1) TO WS-REPORT-QUARTER
               END-IF
           END-IF

           IF ANNUAL-REPORT
               MOVE 'ANNUAL' TO WTL-PERIOD
           ELSE
               COMPUTE WS-LAST-MONTH = WS-REPORT-QUARTER * 3
               COMPUTE WS-FIRST-MONTH = WS-LAST-MONTH - 2
               MOVE SPACES TO WTL-PERIOD
               STRING 'Q' WS-REPORT-QUARTER DELIMITED BY SIZE
                   INTO WTL-PERIOD
           END-IF
           DISPLAY 'WC PREMIUM REPORT FOR: ' WS-REPORT-YEAR ' '
               WTL-PERIOD.

           OPEN INPUT PAYROLL-HISTORY-FILE.
           IF WS-PHS-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PAYROLL HISTORY: ' WS-PHS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT WC-REPORT-FILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING WC REPORT: ' WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE PAYROLL-HISTORY-FILE
               STOP RUN
           END-IF.

           PERFORM 1100-LOAD-CLASS-ASSIGNMENTS.
           PERFORM 1200-LOAD-CLASS-RATES.
           PERFORM 1300-LOAD-LOCAL-JURISDICTIONS.
           PERFORM 1400-READ-HISTORY.

       1100-LOAD-CLASS-ASSIGNMENTS.
           OPEN INPUT WC-CLASS-ASSIGN-FILE.

           IF WS-WCA-STATUS NOT = '00'
               DISPLAY 'CLASS ASSIGNMENT FILE NOT FOUND - NOBODY HAS '
                   'A CLASS CODE'
               MOVE 'Y' TO WS-WCA-EOF-FLAG
           END-IF.

           PERFORM 1110-LOAD-ONE-ASSIGNMENT
               UNTIL WCA-EOF.

           IF WS-WCA-STATUS = '00' OR WS-WCA-STATUS = '10'
               CLOSE WC-CLASS-ASSIGN-FILE
           END-IF.

       1110-LOAD-ONE-ASSIGNMENT.
           IF NOT WCA-EOF
               READ WC-CLASS-ASSIGN-FILE
                   AT END
                       MOVE 'Y' TO WS-WCA-EOF-FLAG
                   NOT AT END
                       IF WS-CAT-COUNT < 2000
                               AND (WCA-BY-EMPLOYEE
                                   OR WCA-BY-DEPARTMENT)
                               AND WCA-CLASS NOT = SPACES
                           ADD 1 TO WS-CAT-COUNT
                           MOVE WCA-KEY-TYPE
                               TO WS-CAT-KEY-TYPE(WS-CAT-COUNT)
                           MOVE WCA-KEY TO WS-CAT-KEY(WS-CAT-COUNT)
                           MOVE WCA-CLASS TO WS-CAT-CLASS(WS-CAT-COUNT)
                       END-IF
               END-READ
           END-IF.

       1200-LOAD-CLASS-RATES.
           OPEN INPUT WC-RATE-FILE.

           IF WS-WCR-STATUS NOT = '00'
               DISPLAY 'CLASS RATE FILE NOT FOUND - NO PREMIUM '
                   'ESTIMATED'
               MOVE 'Y' TO WS-WCR-EOF-FLAG
           END-IF.

           PERFORM 1210-LOAD-ONE-RATE
               UNTIL WCR-EOF.

           IF WS-WCR-STATUS = '00' OR WS-WCR-STATUS = '10'
               CLOSE WC-RATE-FILE
           END-IF.

       1210-LOAD-ONE-RATE.
           IF NOT WCR-EOF
               READ WC-RATE-FILE
                   AT END
                       MOVE 'Y' TO WS-WCR-EOF-FLAG
                   NOT AT END
                       IF WS-CRT-COUNT < 300 AND WCR-RATE NUMERIC
                           ADD 1 TO WS-CRT-COUNT
                           MOVE WCR-CLASS TO WS-CRT-CLASS(WS-CRT-COUNT)
                           MOVE WCR-STATE TO WS-CRT-STATE(WS-CRT-COUNT)
                           MOVE WCR-DESCRIPTION
                               TO WS-CRT-DESC(WS-CRT-COUNT)
                           MOVE WCR-RATE TO WS-CRT-RATE(WS-CRT-COUNT)
                       ELSE
                           DISPLAY 'CLASS RATE NOT LOADED: ' WCR-CLASS
                               ' ' WCR-STATE
                       END-IF
               END-READ
           END-IF.

      *    Without the jurisdiction table every work location counts
      *    as a state of its own.
       1300-LOAD-LOCAL-JURISDICTIONS.
           OPEN INPUT JURISDICTION-TAX-FILE.

           IF WS-JTX-STATUS NOT = '00'
               MOVE 'Y' TO WS-JTX-EOF-FLAG
           END-IF.

           PERFORM 1310-LOAD-ONE-JURISDICTION
               UNTIL JTX-EOF.

           IF WS-JTX-STATUS = '00' OR WS-JTX-STATUS = '10'
               CLOSE JURISDICTION-TAX-FILE
           END-IF.

       1310-LOAD-ONE-JURISDICTION.
           IF NOT JTX-EOF
               READ JURISDICTION-TAX-FILE
                   AT END
                       MOVE 'Y' TO WS-JTX-EOF-FLAG
                   NOT AT END
                       IF JTX-LOCAL-LEVEL AND WS-LCT-COUNT < 100
                           ADD 1 TO WS-LCT-COUNT
                           MOVE JTX-CODE TO WS-LCT-CODE(WS-LCT-COUNT)
                           MOVE JTX-PARENT
                               TO WS-LCT-PARENT(WS-LCT-COUNT)
                       END-IF
               END-READ
           END-IF.

       1400-READ-HISTORY.
           READ PAYROLL-HISTORY-FILE
               AT END MOVE 'Y' TO WS-PHS-EOF-FLAG
           END-READ.

           IF NOT PHS-EOF
               ADD 1 TO WS-HISTORY-READ
           END-IF.

       2000-PROCESS-HISTORY.
           IF NOT PHS-EOF
               IF PHS-RUN-DATE NUMERIC
                       AND PHS-GROSS NUMERIC
                       AND PHS-RUN-YEAR = WS-REPORT-YEAR
                       AND PHS-RUN-MONTH >= WS-FIRST-MONTH
                       AND PHS-RUN-MONTH <= WS-LAST-MONTH
                   ADD 1 TO WS-HISTORY-IN-PERIOD
                   PERFORM 2100-MEASURE-SUBJECT-WAGES
                   PERFORM 2200-FIND-CLASS
                   IF WS-CLASS-WORK = SPACES
                       PERFORM 2600-RECORD-NO-CLASS
                   ELSE
                       PERFORM 2300-FIND-STATE
                       PERFORM 2400-FIND-RATE
                       PERFORM 2500-ACCUMULATE-BUCKET
                   END-IF
               END-IF
               PERFORM 1400-READ-HISTORY
           END-IF.

      *    Overtime premium and severance are not subject wages;
      *    leave paid out is, as it would have been paid as wages.
       2100-MEASURE-SUBJECT-WAGES.
           MOVE ZERO TO WS-EXCLUDED-WORK
           IF PHS-OT-PREMIUM NUMERIC
               ADD PHS-OT-PREMIUM TO WS-EXCLUDED-WORK
           END-IF
           IF PHS-SEVERANCE NUMERIC
               ADD PHS-SEVERANCE TO WS-EXCLUDED-WORK
           END-IF
           IF WS-EXCLUDED-WORK > PHS-GROSS
               MOVE PHS-GROSS TO WS-EXCLUDED-WORK
           END-IF
           COMPUTE WS-SUBJECT-WORK = PHS-GROSS - WS-EXCLUDED-WORK.

       2200-FIND-CLASS.
           MOVE SPACES TO WS-CLASS-WORK
           IF WS-CAT-COUNT > 0
               SET WS-CAT-IDX TO 1
               SEARCH WS-CAT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CAT-KEY-TYPE(WS-CAT-IDX) = 'E'
                           AND WS-CAT-KEY(WS-CAT-IDX) = PHS-EMP-ID
                       MOVE WS-CAT-CLASS(WS-CAT-IDX) TO WS-CLASS-WORK
               END-SEARCH
           END-IF

           IF WS-CLASS-WORK = SPACES AND WS-CAT-COUNT > 0
               SET WS-CAT-IDX TO 1
               SEARCH WS-CAT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CAT-KEY-TYPE(WS-CAT-IDX) = 'D'
                           AND WS-CAT-KEY(WS-CAT-IDX)(1:4)
                               = PHS-DEPARTMENT
                       MOVE WS-CAT-CLASS(WS-CAT-IDX) TO WS-CLASS-WORK
               END-SEARCH
           END-IF.

       2300-FIND-STATE.
           MOVE PHS-WORK-LOC TO WS-STATE-WORK
           IF WS-LCT-COUNT > 0 AND WS-STATE-WORK NOT = SPACES
               SET WS-LCT-IDX TO 1
               SEARCH WS-LCT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-LCT-CODE(WS-LCT-IDX) = WS-STATE-WORK
                       MOVE WS-LCT-PARENT(WS-LCT-IDX) TO WS-STATE-WORK
               END-SEARCH
           END-IF.

      *    The rate for the class in the state, else the class rate
      *    with no state.
       2400-FIND-RATE.
           MOVE 'N' TO WS-RATE-FOUND-FLAG
           IF WS-CRT-COUNT > 0
               SET WS-CRT-IDX TO 1
               SEARCH WS-CRT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CRT-CLASS(WS-CRT-IDX) = WS-CLASS-WORK
                           AND WS-CRT-STATE(WS-CRT-IDX) = WS-STATE-WORK
                       MOVE 'Y' TO WS-RATE-FOUND-FLAG
               END-SEARCH
           END-IF

           IF NOT RATE-FOUND AND WS-CRT-COUNT > 0
               SET WS-CRT-IDX TO 1
               SEARCH WS-CRT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CRT-CLASS(WS-CRT-IDX) = WS-CLASS-WORK
                           AND WS-CRT-STATE(WS-CRT-IDX) = SPACES
                       MOVE 'Y' TO WS-RATE-FOUND-FLAG
               END-SEARCH
           END-IF.

       2500-ACCUMULATE-BUCKET.
           MOVE WS-CLASS-WORK TO WS-KEY-WORK(1:4)
           MOVE WS-STATE-WORK TO WS-KEY-WORK(5:4)
           MOVE PHS-DEPARTMENT TO WS-KEY-WORK(9:4)
           MOVE 'N' TO WS-FOUND-FLAG
           IF WS-WCB-COUNT > 0
               SET WS-WCB-IDX TO 1
               SEARCH WS-WCB-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-WCB-KEY(WS-WCB-IDX) = WS-KEY-WORK
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-SEARCH
           END-IF

           IF NOT ENTRY-FOUND
               IF WS-WCB-COUNT < 1000
                   PERFORM 2510-INSERT-BUCKET
               ELSE
                   DISPLAY 'BUCKET TABLE FULL - NOT REPORTED: '
                       WS-KEY-WORK
               END-IF
           END-IF

           IF ENTRY-FOUND
               ADD PHS-GROSS TO WS-WCB-GROSS(WS-WCB-IDX)
               ADD WS-EXCLUDED-WORK TO WS-WCB-EXCLUDED(WS-WCB-IDX)
               ADD WS-SUBJECT-WORK TO WS-WCB-SUBJECT(WS-WCB-IDX)
           END-IF.

      *    New buckets go in key order: the ones above the new key
      *    move down one slot.
       2510-INSERT-BUCKET.
           COMPUTE WS-INSERT-AT = WS-WCB-COUNT + 1
           PERFORM 2520-CHECK-INSERT-POINT
               VARYING WS-SHIFT-SUB FROM WS-WCB-COUNT BY -1
               UNTIL WS-SHIFT-SUB < 1
           ADD 1 TO WS-WCB-COUNT
           PERFORM 2530-SHIFT-ONE-BUCKET
               VARYING WS-SHIFT-SUB FROM WS-WCB-COUNT BY -1
               UNTIL WS-SHIFT-SUB <= WS-INSERT-AT
           SET WS-WCB-IDX TO WS-INSERT-AT
           MOVE WS-KEY-WORK TO WS-WCB-KEY(WS-WCB-IDX)
           MOVE ZERO TO WS-WCB-GROSS(WS-WCB-IDX)
                        WS-WCB-EXCLUDED(WS-WCB-IDX)
                        WS-WCB-SUBJECT(WS-WCB-IDX)
           IF RATE-FOUND
               MOVE 'Y' TO WS-WCB-RATE-FLAG(WS-WCB-IDX)
               MOVE WS-CRT-RATE(WS-CRT-IDX) TO WS-WCB-RATE(WS-WCB-IDX)
               MOVE WS-CRT-DESC(WS-CRT-IDX) TO WS-WCB-DESC(WS-WCB-IDX)
           ELSE
               MOVE 'N' TO WS-WCB-RATE-FLAG(WS-WCB-IDX)
               MOVE ZERO TO WS-WCB-RATE(WS-WCB-IDX)
               MOVE SPACES TO WS-WCB-DESC(WS-WCB-IDX)
           END-IF
           MOVE 'Y' TO WS-FOUND-FLAG.

       2520-CHECK-INSERT-POINT.
           IF WS-WCB-KEY(WS-SHIFT-SUB) > WS-KEY-WORK
               MOVE WS-SHIFT-SUB TO WS-INSERT-AT
           END-IF.

       2530-SHIFT-ONE-BUCKET.
           MOVE WS-WCB-ENTRY(WS-SHIFT-SUB - 1)
               TO WS-WCB-ENTRY(WS-SHIFT-SUB).

       2600-RECORD-NO-CLASS.
           ADD 1 TO WS-LINES-NO-CLASS
           ADD WS-SUBJECT-WORK TO WS-TOT-NO-CLASS
           MOVE 'N' TO WS-FOUND-FLAG
           IF WS-NCT-COUNT > 0
               SET WS-NCT-IDX TO 1
               SEARCH WS-NCT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-NCT-EMP-ID(WS-NCT-IDX) = PHS-EMP-ID
                       ADD WS-SUBJECT-WORK
                           TO WS-NCT-SUBJECT(WS-NCT-IDX)
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-SEARCH
           END-IF

           IF NOT ENTRY-FOUND AND WS-NCT-COUNT < 1000
               ADD 1 TO WS-NCT-COUNT
               MOVE PHS-EMP-ID TO WS-NCT-EMP-ID(WS-NCT-COUNT)
               MOVE PHS-EMP-NAME TO WS-NCT-EMP-NAME(WS-NCT-COUNT)
               MOVE PHS-DEPARTMENT TO WS-NCT-DEPT(WS-NCT-COUNT)
               MOVE WS-SUBJECT-WORK TO WS-NCT-SUBJECT(WS-NCT-COUNT)
           END-IF.

       3000-WRITE-REPORT.
           MOVE WS-REPORT-YEAR TO WTL-YEAR
           MOVE WS-RUN-DATE TO WTL-RUN-DATE
           WRITE WC-REPORT-RECORD FROM WS-TITLE-LINE
           MOVE 'ESTIMATED PREMIUM BY CLASS, STATE AND DEPARTMENT'
               TO WSL-TITLE
           WRITE WC-REPORT-RECORD FROM WS-BLANK-LINE
           WRITE WC-REPORT-RECORD FROM WS-SECTION-LINE
           WRITE WC-REPORT-RECORD FROM WS-COLUMN-HEADER

           IF WS-WCB-COUNT = 0
               WRITE WC-REPORT-RECORD FROM WS-NONE-LINE
           ELSE
               MOVE WS-WCB-CLASS(1) TO WS-PREV-CLASS
               PERFORM 3100-WRITE-ONE-BUCKET
                   VARYING WS-WCB-IDX FROM 1 BY 1
                   UNTIL WS-WCB-IDX > WS-WCB-COUNT
               PERFORM 3200-WRITE-CLASS-SUBTOTAL
               MOVE 'REPORT TOTAL' TO WSB-LABEL
               MOVE WS-TOT-GROSS TO WSB-GROSS
               MOVE WS-TOT-EXCLUDED TO WSB-EXCLUDED
               MOVE WS-TOT-SUBJECT TO WSB-SUBJECT
               MOVE WS-TOT-PREMIUM TO WSB-PREMIUM
               MOVE SPACES TO WSB-NOTE
               WRITE WC-REPORT-RECORD FROM WS-SUBTOTAL-LINE
           END-IF

           MOVE 'EXCEPTIONS - EMPLOYEES WITH NO CLASS CODE ASSIGNED'
               TO WSL-TITLE
           WRITE WC-REPORT-RECORD FROM WS-BLANK-LINE
           WRITE WC-REPORT-RECORD FROM WS-SECTION-LINE
           WRITE WC-REPORT-RECORD FROM WS-EXCEPTION-HEADER
           IF WS-NCT-COUNT = 0
               WRITE WC-REPORT-RECORD FROM WS-NONE-LINE
           ELSE
               PERFORM 3300-WRITE-ONE-EXCEPTION
                   VARYING WS-NCT-IDX FROM 1 BY 1
                   UNTIL WS-NCT-IDX > WS-NCT-COUNT
           END-IF.

       3100-WRITE-ONE-BUCKET.
           IF WS-WCB-CLASS(WS-WCB-IDX) NOT = WS-PREV-CLASS
               PERFORM 3200-WRITE-CLASS-SUBTOTAL
               MOVE WS-WCB-CLASS(WS-WCB-IDX) TO WS-PREV-CLASS
           END-IF

           COMPUTE WS-PREMIUM-WORK ROUNDED =
               WS-WCB-SUBJECT(WS-WCB-IDX) * WS-WCB-RATE(WS-WCB-IDX)
               / 100

           MOVE WS-WCB-CLASS(WS-WCB-IDX) TO WDL-CLASS
           MOVE WS-WCB-STATE(WS-WCB-IDX) TO WDL-STATE
           MOVE WS-WCB-DEPT(WS-WCB-IDX) TO WDL-DEPT
           MOVE WS-WCB-GROSS(WS-WCB-IDX) TO WDL-GROSS
           MOVE WS-WCB-EXCLUDED(WS-WCB-IDX) TO WDL-EXCLUDED
           MOVE WS-WCB-SUBJECT(WS-WCB-IDX) TO WDL-SUBJECT
           MOVE WS-WCB-RATE(WS-WCB-IDX) TO WDL-RATE
           MOVE WS-PREMIUM-WORK TO WDL-PREMIUM
           IF WS-WCB-RATE-FLAG(WS-WCB-IDX) = 'Y'
               MOVE WS-WCB-DESC(WS-WCB-IDX) TO WDL-NOTE
               MOVE WS-WCB-DESC(WS-WCB-IDX) TO WS-CLS-DESC
           ELSE
               MOVE 'NO RATE FOR CLASS AND STATE' TO WDL-NOTE
               ADD 1 TO WS-BUCKETS-NO-RATE
           END-IF
           WRITE WC-REPORT-RECORD FROM WS-DETAIL-LINE

           ADD WS-WCB-GROSS(WS-WCB-IDX) TO WS-CLS-GROSS
                                          WS-TOT-GROSS
           ADD WS-WCB-EXCLUDED(WS-WCB-IDX) TO WS-CLS-EXCLUDED
                                             WS-TOT-EXCLUDED
           ADD WS-WCB-SUBJECT(WS-WCB-IDX) TO WS-CLS-SUBJECT
                                            WS-TOT-SUBJECT
           ADD WS-PREMIUM-WORK TO WS-CLS-PREMIUM
                                  WS-TOT-PREMIUM.

       3200-WRITE-CLASS-SUBTOTAL.
           MOVE SPACES TO WSB-LABEL
           STRING '  CLASS ' WS-PREV-CLASS ' TOTAL'
               DELIMITED BY SIZE INTO WSB-LABEL
           MOVE WS-CLS-GROSS TO WSB-GROSS
           MOVE WS-CLS-EXCLUDED TO WSB-EXCLUDED
           MOVE WS-CLS-SUBJECT TO WSB-SUBJECT
           MOVE WS-CLS-PREMIUM TO WSB-PREMIUM
           MOVE WS-CLS-DESC TO WSB-NOTE
           WRITE WC-REPORT-RECORD FROM WS-SUBTOTAL-LINE
           WRITE WC-REPORT-RECORD FROM WS-BLANK-LINE
           MOVE ZERO TO WS-CLS-GROSS
                        WS-CLS-EXCLUDED
                        WS-CLS-SUBJECT
                        WS-CLS-PREMIUM
           MOVE SPACES TO WS-CLS-DESC.

       3300-WRITE-ONE-EXCEPTION.
           MOVE WS-NCT-EMP-ID(WS-NCT-IDX) TO WXL-EMP-ID
           MOVE WS-NCT-EMP-NAME(WS-NCT-IDX) TO WXL-EMP-NAME
           MOVE WS-NCT-DEPT(WS-NCT-IDX) TO WXL-DEPT
           MOVE WS-NCT-SUBJECT(WS-NCT-IDX) TO WXL-SUBJECT
           WRITE WC-REPORT-RECORD FROM WS-EXCEPTION-LINE.

       4000-FINALIZE.
           CLOSE PAYROLL-HISTORY-FILE
                 WC-REPORT-FILE.

           IF WS-NCT-COUNT > 0 OR WS-BUCKETS-NO-RATE > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY '======================================'.
           DISPLAY 'WC PREMIUM REPORT STATISTICS'.
           DISPLAY '======================================'.
           DISPLAY 'History Lines Read: ' WS-HISTORY-READ.
           DISPLAY 'Lines In Period:    ' WS-HISTORY-IN-PERIOD.
           DISPLAY 'Class/State/Depts:  ' WS-WCB-COUNT.
           DISPLAY 'Without A Rate:     ' WS-BUCKETS-NO-RATE.
           DISPLAY 'Subject Wages:      ' WS-TOT-SUBJECT.
           DISPLAY 'Estimated Premium:  ' WS-TOT-PREMIUM.
           DISPLAY 'Lines No Class:     ' WS-LINES-NO-CLASS.
           DISPLAY 'Employees No Class: ' WS-NCT-COUNT.
           DISPLAY 'Wages No Class:     ' WS-TOT-NO-CLASS.
           DISPLAY '======================================'.

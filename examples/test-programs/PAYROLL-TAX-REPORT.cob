      * - Balancing check: the sum of employee YTD gross must equal   *
      *   the accumulated EMPLOYEE-PAYROLL control totals for the     *
      *   year, or the package is flagged out of balance              *
      * - State and local section: wages and tax withheld per tax     *
      *   jurisdiction from the YTD jurisdiction slots, with deltas   *
      *   against the previous snapshot, for the quarterly filings    *
      *****************************************************************

       ENVIRONMENT DIVISION.
           05  YTD-PAY-PERIODS      PIC 9(3).
           05  YTD-LAST-UPDATE      PIC X(10).
           05  YTD-SOCIAL-SEC       PIC 9(9)V99.
           05  YTD-JURISDICTION OCCURS 6 TIMES.
               10  YTD-JUR-CODE     PIC X(4).
               10  YTD-JUR-WAGES    PIC 9(9)V99.
               10  YTD-JUR-TAX      PIC 9(9)V99.

      *    Same layout as in EMPLOYEE-PAYROLL, read only for the
      *    employee-to-department mapping.
      *    Pay frequency: 'W' weekly, 'M' monthly; blank on records
      *    from before the field existed = pays in every run.
           05  EMP-PAY-FREQ         PIC X(1).
      *    Work and resident locations: jurisdiction codes of the
      *    state/local tax table (jurisdiction-tax.dat). Blank work
      *    location = no state or local withholding, the historical
      *    behavior; blank resident location = lives where they work.
           05  EMP-WORK-LOC         PIC X(4).
           05  EMP-RESIDENT-LOC     PIC X(4).

       FD  CONTROL-TOTALS-FILE
           RECORDING MODE IS F
       COPY CONTROL-TOTALS.

      *    One snapshot line per department from the previous run,
      *    for the period-over-period deltas; jurisdiction lines are
      *    marked 'J' and carry the jurisdiction code and its wages
      *    in the department and gross positions.
       FD  QUARTER-HISTORY-FILE.
       01  QUARTER-HISTORY-RECORD.
           05  QH-DEPARTMENT        PIC X(4).
           05  QH-GROSS             PIC 9(11)V99.
           05  QH-TAX               PIC 9(11)V99.
           05  QH-KIND              PIC X(1).
               88  QH-JURISDICTION  VALUE 'J'.
           05  FILLER               PIC X(9).

       FD  NEW-QUARTER-HISTORY-FILE.
       01  NEW-QUARTER-HISTORY-RECORD PIC X(40).
               10  WS-DTX-PRIOR-GROSS PIC 9(11)V99 COMP-3.
               10  WS-DTX-PRIOR-TAX PIC 9(11)V99 COMP-3.

      *    Per-jurisdiction state/local totals this run, with the
      *    prior snapshot alongside for the deltas.
       01  WS-JURISDICTION-TAX-TABLE.
           05  WS-JUT-COUNT         PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-JUT-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-JUT-COUNT
                   INDEXED BY WS-JUT-IDX.
               10  WS-JUT-CODE      PIC X(4).
               10  WS-JUT-WAGES     PIC 9(11)V99 COMP-3.
               10  WS-JUT-TAX       PIC 9(11)V99 COMP-3.
               10  WS-JUT-PRIOR-WAGES PIC 9(11)V99 COMP-3.
               10  WS-JUT-PRIOR-TAX PIC 9(11)V99 COMP-3.

       01  WS-WORK-FIELDS.
           05  WS-DEPT-WORK         PIC X(4) VALUE SPACES.
           05  WS-YJS-SUB           PIC 9(1) VALUE 0.
           05  WS-TOTAL-JUR-TAX     PIC 9(13)V99 VALUE 0.
           05  WS-FOUND-FLAG        PIC X(1) VALUE 'N'.
               88  ENTRY-FOUND      VALUE 'Y'.
           05  WS-DELTA-GROSS       PIC S9(11)V99 VALUE 0.
           05  RPD-DELTA-TAX        PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(17) VALUE SPACES.

       01  WS-RPT-JURISDICTION-LINE.
           05  FILLER               PIC X(6) VALUE 'JURIS '.
           05  RPJ-CODE             PIC X(4).
           05  FILLER               PIC X(9) VALUE '  WAGES: '.
           05  RPJ-WAGES            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(7) VALUE '  TAX: '.
           05  RPJ-TAX              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(13) VALUE '  DLT WAGES: '.
           05  RPJ-DELTA-WAGES      PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(11) VALUE '  DLT TAX: '.
           05  RPJ-DELTA-TAX        PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
               READ QUARTER-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-QHI-EOF-FLAG
                   NOT AT END
                       IF QH-JURISDICTION
                           PERFORM 1220-LOAD-ONE-JURISDICTION
                       ELSE
                           IF WS-DTX-COUNT < 50
                               ADD 1 TO WS-DTX-COUNT
                               MOVE QH-DEPARTMENT
                                   TO WS-DTX-DEPT(WS-DTX-COUNT)
                               MOVE ZERO TO WS-DTX-GROSS(WS-DTX-COUNT)
                                            WS-DTX-TAX(WS-DTX-COUNT)
                                            WS-DTX-SOCIAL(WS-DTX-COUNT)
                               MOVE QH-GROSS
                                   TO WS-DTX-PRIOR-GROSS(WS-DTX-COUNT)
                               MOVE QH-TAX
                                   TO WS-DTX-PRIOR-TAX(WS-DTX-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-IF.

       1220-LOAD-ONE-JURISDICTION.
           IF WS-JUT-COUNT < 50
               ADD 1 TO WS-JUT-COUNT
               MOVE QH-DEPARTMENT TO WS-JUT-CODE(WS-JUT-COUNT)
               MOVE ZERO TO WS-JUT-WAGES(WS-JUT-COUNT)
                            WS-JUT-TAX(WS-JUT-COUNT)
               MOVE QH-GROSS TO WS-JUT-PRIOR-WAGES(WS-JUT-COUNT)
               MOVE QH-TAX TO WS-JUT-PRIOR-TAX(WS-JUT-COUNT)
           END-IF.

       1300-READ-YTD-RECORD.
           READ YTD-EMPLOYEE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-YTD-EOF-FLAG

               PERFORM 2100-FIND-DEPARTMENT
               PERFORM 2200-ACCUMULATE-DEPARTMENT
               PERFORM 2250-ACCUMULATE-JURISDICTION
                   VARYING WS-YJS-SUB FROM 1 BY 1
                   UNTIL WS-YJS-SUB > 6
               PERFORM 2300-WRITE-WAGE-STATEMENT
               PERFORM 1300-READ-YTD-RECORD
           END-IF.
                            WS-DTX-PRIOR-TAX(WS-DTX-COUNT)
           END-IF.

      *    Slots on records from before they existed are not
      *    numeric and are skipped.
       2250-ACCUMULATE-JURISDICTION.
           IF YTD-JUR-CODE(WS-YJS-SUB) NOT = SPACES
                   AND YTD-JUR-WAGES(WS-YJS-SUB) NUMERIC
                   AND YTD-JUR-TAX(WS-YJS-SUB) NUMERIC
               ADD YTD-JUR-TAX(WS-YJS-SUB) TO WS-TOTAL-JUR-TAX
               MOVE 'N' TO WS-FOUND-FLAG
               IF WS-JUT-COUNT > 0
                   SET WS-JUT-IDX TO 1
                   SEARCH WS-JUT-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-JUT-CODE(WS-JUT-IDX)
                               = YTD-JUR-CODE(WS-YJS-SUB)
                           ADD YTD-JUR-WAGES(WS-YJS-SUB)
                               TO WS-JUT-WAGES(WS-JUT-IDX)
                           ADD YTD-JUR-TAX(WS-YJS-SUB)
                               TO WS-JUT-TAX(WS-JUT-IDX)
                           MOVE 'Y' TO WS-FOUND-FLAG
                   END-SEARCH
               END-IF

               IF NOT ENTRY-FOUND AND WS-JUT-COUNT < 50
                   ADD 1 TO WS-JUT-COUNT
                   MOVE YTD-JUR-CODE(WS-YJS-SUB)
                       TO WS-JUT-CODE(WS-JUT-COUNT)
                   MOVE YTD-JUR-WAGES(WS-YJS-SUB)
                       TO WS-JUT-WAGES(WS-JUT-COUNT)
                   MOVE YTD-JUR-TAX(WS-YJS-SUB)
                       TO WS-JUT-TAX(WS-JUT-COUNT)
                   MOVE ZERO TO WS-JUT-PRIOR-WAGES(WS-JUT-COUNT)
                                WS-JUT-PRIOR-TAX(WS-JUT-COUNT)
               END-IF
           END-IF.

       2300-WRITE-WAGE-STATEMENT.
           MOVE YTD-EMP-ID TO WGE-EMP-ID
           MOVE YTD-EMP-NAME TO WGE-EMP-NAME
           PERFORM 3100-WRITE-ONE-DEPT-LINE
               VARYING WS-DTX-IDX FROM 1 BY 1
               UNTIL WS-DTX-IDX > WS-DTX-COUNT.
           PERFORM 3200-WRITE-ONE-JURISDICTION
               VARYING WS-JUT-IDX FROM 1 BY 1
               UNTIL WS-JUT-IDX > WS-JUT-COUNT.

       3100-WRITE-ONE-DEPT-LINE.
           MOVE WS-DTX-DEPT(WS-DTX-IDX) TO RPD-DEPT
           WRITE NEW-QUARTER-HISTORY-RECORD
               FROM QUARTER-HISTORY-RECORD.

       3200-WRITE-ONE-JURISDICTION.
           MOVE WS-JUT-CODE(WS-JUT-IDX) TO RPJ-CODE
           MOVE WS-JUT-WAGES(WS-JUT-IDX) TO RPJ-WAGES
           MOVE WS-JUT-TAX(WS-JUT-IDX) TO RPJ-TAX
           COMPUTE WS-DELTA-GROSS = WS-JUT-WAGES(WS-JUT-IDX)
               - WS-JUT-PRIOR-WAGES(WS-JUT-IDX)
           COMPUTE WS-DELTA-TAX = WS-JUT-TAX(WS-JUT-IDX)
               - WS-JUT-PRIOR-TAX(WS-JUT-IDX)
           MOVE WS-DELTA-GROSS TO RPJ-DELTA-WAGES
           MOVE WS-DELTA-TAX TO RPJ-DELTA-TAX
           WRITE TAX-REPORT-RECORD FROM WS-RPT-JURISDICTION-LINE

           MOVE SPACES TO QUARTER-HISTORY-RECORD
           MOVE WS-JUT-CODE(WS-JUT-IDX) TO QH-DEPARTMENT
           MOVE WS-JUT-WAGES(WS-JUT-IDX) TO QH-GROSS
           MOVE WS-JUT-TAX(WS-JUT-IDX) TO QH-TAX
           MOVE 'J' TO QH-KIND
           WRITE NEW-QUARTER-HISTORY-RECORD
               FROM QUARTER-HISTORY-RECORD.

      *    The filing package only leaves the building when the YTD
      *    amounts and the accumulated payroll control totals agree.
       3500-CHECK-CONTROL-BALANCE.
           DISPLAY 'Total Gross:        ' WS-TOTAL-GROSS.
           DISPLAY 'Total Tax Withheld: ' WS-TOTAL-TAX.
           DISPLAY 'Total Social Sec:   ' WS-TOTAL-SOCIAL.
           DISPLAY 'State/Local Tax:    ' WS-TOTAL-JUR-TAX.
           DISPLAY '======================================'.

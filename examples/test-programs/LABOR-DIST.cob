      *   summarized journal feed in the GLJRNL layout for GLPOST /   *
      *   GLLEDGER (type 'LD', cost center in the COAMAP branch       *
      *   column) - project billing finally has its numbers           *
      * - Shift and holiday premiums (premium-earnings.dat from       *
      *   TIME-INTAKE) go straight to the cost center of the day they *
      *   were earned; only the rest of the gross is spread           *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMR-STATUS.

      *    Premium lines of the period, per day and cost center.
           SELECT PREMIUM-EARNINGS-FILE
               ASSIGN TO 'premium-earnings.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRE-STATUS.

      *    Percentage splits for salaried staff.
           SELECT DIST-SPLIT-FILE
               ASSIGN TO 'labor-dist-splits.dat'
           05  TMR-LEAVE-CODE       PIC X(1).
           05  TMR-COST-CENTER      PIC X(4).

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

       FD  DIST-SPLIT-FILE.
       01  DIST-SPLIT-RECORD.
           05  LDS-EMP-ID           PIC X(6).
       01  WS-FILE-STATUS.
           05  WS-PAY-STATUS        PIC XX.
           05  WS-TMR-STATUS        PIC XX.
           05  WS-PRE-STATUS        PIC XX.
           05  WS-SPL-STATUS        PIC XX.
           05  WS-COA-STATUS        PIC XX.
           05  WS-RPT-STATUS        PIC XX.
               88  PAY-EOF          VALUE 'Y'.
           05  WS-TMR-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  TMR-EOF          VALUE 'Y'.
           05  WS-PRE-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  PRE-EOF          VALUE 'Y'.
           05  WS-SPL-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  SPL-EOF          VALUE 'Y'.
           05  WS-COA-EOF-FLAG     PIC X(1) VALUE 'N'.
       01  WS-COUNTERS.
           05  WS-PAY-RECORDS-READ  PIC 9(7) VALUE 0.
           05  WS-TIME-RECORDS-READ PIC 9(7) VALUE 0.
           05  WS-PREMIUM-LINES-READ PIC 9(7) VALUE 0.
           05  WS-PREMIUM-POSTED    PIC 9(9)V99 VALUE 0.
           05  WS-BY-HOURS          PIC 9(7) VALUE 0.
           05  WS-BY-SPLITS         PIC 9(7) VALUE 0.
           05  WS-BY-HOME-DEPT      PIC 9(7) VALUE 0.
               10  WS-CCH-CENTER    PIC X(4).
               10  WS-CCH-HOURS     PIC 9(5)V99 COMP-3.

      *    Premium pay per employee and cost center; a blank center
      *    lands on the employee's department like the hours do.
       01  WS-CC-PREMIUM-TABLE.
           05  WS-CCP-COUNT         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-CCP-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-CCP-COUNT
                   INDEXED BY WS-CCP-IDX.
               10  WS-CCP-EMP-ID    PIC X(6).
               10  WS-CCP-CENTER    PIC X(4).
               10  WS-CCP-AMOUNT    PIC 9(7)V99 COMP-3.

       01  WS-SPLIT-TABLE.
           05  WS-SPT-COUNT         PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-SPT-ENTRY OCCURS 1 TO 500 TIMES
           05  WS-EMP-ALLOCATED     PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-ALLOC-AMOUNT      PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-ALLOC-CENTER      PIC X(4) VALUE SPACES.
      *    Gross left to spread once the premiums are posted.
           05  WS-SPREAD-GROSS      PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-CC-SCAN           PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-LAST-SLOT         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-HAS-HOURS-FLAG    PIC X(1) VALUE 'N'.
           END-IF.

           PERFORM 1100-LOAD-CC-HOURS.
           PERFORM 1150-LOAD-CC-PREMIUMS.
           PERFORM 1200-LOAD-SPLITS.
           PERFORM 1300-LOAD-COA-MAPPINGS.
           PERFORM 1400-READ-PAYROLL.
               MOVE TMR-HOURS TO WS-CCH-HOURS(WS-CCH-COUNT)
           END-IF.

       1150-LOAD-CC-PREMIUMS.
           OPEN INPUT PREMIUM-EARNINGS-FILE.

           IF WS-PRE-STATUS NOT = '00'
               MOVE 'Y' TO WS-PRE-EOF-FLAG
           END-IF.

           PERFORM 1160-LOAD-ONE-PREMIUM
               UNTIL PRE-EOF.

           IF WS-PRE-STATUS = '00' OR WS-PRE-STATUS = '10'
               CLOSE PREMIUM-EARNINGS-FILE
           END-IF.

       1160-LOAD-ONE-PREMIUM.
           IF NOT PRE-EOF
               READ PREMIUM-EARNINGS-FILE
                   AT END
                       MOVE 'Y' TO WS-PRE-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-PREMIUM-LINES-READ
                       IF PRE-AMOUNT NUMERIC
                           PERFORM 1170-TALLY-CC-PREMIUM
                       END-IF
               END-READ
           END-IF.

       1170-TALLY-CC-PREMIUM.
           MOVE 'N' TO WS-CCT-FOUND-FLAG
           IF WS-CCP-COUNT > 0
               SET WS-CCP-IDX TO 1
               SEARCH WS-CCP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CCP-EMP-ID(WS-CCP-IDX) = PRE-EMP-ID
                           AND WS-CCP-CENTER(WS-CCP-IDX)
                               = PRE-COST-CENTER
                       ADD PRE-AMOUNT TO WS-CCP-AMOUNT(WS-CCP-IDX)
                       MOVE 'Y' TO WS-CCT-FOUND-FLAG
               END-SEARCH
           END-IF

           IF NOT CENTER-TALLIED AND WS-CCP-COUNT < 5000
               ADD 1 TO WS-CCP-COUNT
               MOVE PRE-EMP-ID TO WS-CCP-EMP-ID(WS-CCP-COUNT)
               MOVE PRE-COST-CENTER TO WS-CCP-CENTER(WS-CCP-COUNT)
               MOVE PRE-AMOUNT TO WS-CCP-AMOUNT(WS-CCP-COUNT)
           END-IF.

       1200-LOAD-SPLITS.
           OPEN INPUT DIST-SPLIT-FILE.

      *    Cost-center hours first, percentage splits second, home
      *    department last: whichever basis applies, the allocated
      *    pieces always rebuild the exact gross (remainder to the
      *    last piece). Premiums are posted to their own centers
      *    first and only the rest of the gross is spread.
       2000-ALLOCATE-EMPLOYEES.
           IF NOT PAY-EOF
               MOVE PAY-GROSS-SALARY TO WS-SPREAD-GROSS
               PERFORM 2050-POST-ONE-PREMIUM
                   VARYING WS-CC-SCAN FROM 1 BY 1
                   UNTIL WS-CC-SCAN > WS-CCP-COUNT
               PERFORM 2100-SIZE-UP-EMPLOYEE
               EVALUATE TRUE
                   WHEN WS-SPREAD-GROSS = ZERO
                       CONTINUE
                   WHEN EMP-HAS-CC-HOURS
                       PERFORM 2200-ALLOCATE-BY-HOURS
                       ADD 1 TO WS-BY-HOURS
                       ADD 1 TO WS-BY-SPLITS
                   WHEN OTHER
                       MOVE PAY-DEPARTMENT TO WS-ALLOC-CENTER
                       MOVE WS-SPREAD-GROSS TO WS-ALLOC-AMOUNT
                       MOVE 'HOME DEPT ' TO WDD-BASIS
                       PERFORM 2500-POST-ALLOCATION
                       ADD 1 TO WS-BY-HOME-DEPT
               PERFORM 1400-READ-PAYROLL
           END-IF.

      *    A premium never posts more than the gross still to be
      *    spread (a final pay may have left later days unpaid).
       2050-POST-ONE-PREMIUM.
           IF WS-CCP-EMP-ID(WS-CC-SCAN) = PAY-EMP-ID
                   AND WS-SPREAD-GROSS > ZERO
               IF WS-CCP-CENTER(WS-CC-SCAN) = SPACES
                   MOVE PAY-DEPARTMENT TO WS-ALLOC-CENTER
               ELSE
                   MOVE WS-CCP-CENTER(WS-CC-SCAN) TO WS-ALLOC-CENTER
               END-IF
               MOVE WS-CCP-AMOUNT(WS-CC-SCAN) TO WS-ALLOC-AMOUNT
               IF WS-ALLOC-AMOUNT > WS-SPREAD-GROSS
                   MOVE WS-SPREAD-GROSS TO WS-ALLOC-AMOUNT
               END-IF
               SUBTRACT WS-ALLOC-AMOUNT FROM WS-SPREAD-GROSS
               ADD WS-ALLOC-AMOUNT TO WS-PREMIUM-POSTED
               MOVE 'PREMIUM   ' TO WDD-BASIS
               PERFORM 2500-POST-ALLOCATION
           END-IF.

       2100-SIZE-UP-EMPLOYEE.
           MOVE 'N' TO WS-HAS-HOURS-FLAG
                       WS-HAS-SPLITS-FLAG
               MOVE WS-CCH-CENTER(WS-CC-SCAN) TO WS-ALLOC-CENTER
               IF WS-CC-SCAN = WS-LAST-SLOT
                   COMPUTE WS-ALLOC-AMOUNT =
                       WS-SPREAD-GROSS - WS-EMP-ALLOCATED
               ELSE
                   COMPUTE WS-ALLOC-AMOUNT ROUNDED =
                       WS-SPREAD-GROSS
                       * WS-CCH-HOURS(WS-CC-SCAN)
                       / WS-EMP-TOTAL-HOURS
                   ADD WS-ALLOC-AMOUNT TO WS-EMP-ALLOCATED
               MOVE WS-SPT-CENTER(WS-CC-SCAN) TO WS-ALLOC-CENTER
               IF WS-CC-SCAN = WS-LAST-SLOT
                   COMPUTE WS-ALLOC-AMOUNT =
                       WS-SPREAD-GROSS - WS-EMP-ALLOCATED
               ELSE
                   COMPUTE WS-ALLOC-AMOUNT ROUNDED =
                       WS-SPREAD-GROSS
                       * WS-SPT-PERCENT(WS-CC-SCAN) / 100
                   ADD WS-ALLOC-AMOUNT TO WS-EMP-ALLOCATED
               END-IF
           DISPLAY '======================================'.
           DISPLAY 'Pay Records Read:   ' WS-PAY-RECORDS-READ.
           DISPLAY 'Time Records Read:  ' WS-TIME-RECORDS-READ.
           DISPLAY 'Premium Lines Read: ' WS-PREMIUM-LINES-READ.
           DISPLAY 'Premiums Posted:    ' WS-PREMIUM-POSTED.
           DISPLAY 'By CC Hours:        ' WS-BY-HOURS.
           DISPLAY 'By Pct Splits:      ' WS-BY-SPLITS.
           DISPLAY 'By Home Dept:       ' WS-BY-HOME-DEPT.

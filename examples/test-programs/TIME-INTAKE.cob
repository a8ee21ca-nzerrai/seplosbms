      *   with an aging count. Clean entries release on their own -   *
      *   the gate exists to stop the fat-fingered 80-hour day, not   *
      *   to make supervisors countersign every normal shift.         *
      * - Shift and holiday premiums: each released worked day is     *
      *   checked against shift-premium-rules.dat (shift code, day    *
      *   type, per-hour amount or multiplier, eligible levels) and   *
      *   the holiday flags of the processing calendar; the premium   *
      *   lines go to premium-earnings.dat for EMPLOYEE-PAYROLL and   *
      *   LABOR-DIST instead of being keyed as BONUS-AMOUNT           *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANM-STATUS.

           SELECT PREMIUM-RULE-FILE
               ASSIGN TO 'shift-premium-rules.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.

      *    The processing calendar of the nightly driver; only the
      *    holiday flag is used here.
           SELECT HOLIDAY-CALENDAR-FILE
               ASSIGN TO CALENDAR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

      *    Premium lines of the released days, one per day and rule;
      *    replaced every run like employees-hours.dat.
           SELECT PREMIUM-EARNINGS-FILE
               ASSIGN TO 'premium-earnings.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    One punch/time record per employee per worked day.
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

      *    Same layout as in EMPLOYEE-PAYROLL; only the regular-hours
      *    threshold is used here.
       FD  HOURS-AUDIT-FILE.
       01  HOURS-AUDIT-RECORD       PIC X(100).

      *    Day type: 'W' weekday, 'E' weekend (Saturday, Sunday), 'H'
      *    holiday on the calendar, blank = any day; blank shift code
      *    = any shift. Basis 'A': VALUE is an amount per hour; 'M':
      *    VALUE is the whole rate for the hour as a multiple of the
      *    hourly rate (2.000 = double time) - the straight-time hour
      *    is already in the base pay, so the premium is the part
      *    above 1. Blank levels = every level. A day matching more
      *    than one rule earns each of them.
       FD  PREMIUM-RULE-FILE.
       01  PREMIUM-RULE-RECORD.
           05  PRM-CODE             PIC X(4).
           05  PRM-DESCRIPTION      PIC X(20).
           05  PRM-SHIFT-CODE       PIC X(1).
           05  PRM-DAY-TYPE         PIC X(1).
           05  PRM-BASIS            PIC X(1).
               88  PRM-PER-HOUR     VALUE 'A'.
               88  PRM-MULTIPLIER   VALUE 'M'.
           05  PRM-VALUE            PIC 9(3)V999.
           05  PRM-LEVEL-LOW        PIC 9(2).
           05  PRM-LEVEL-HIGH       PIC 9(2).
           05  FILLER               PIC X(9).

      *    Same layout as PROCESSING-CALENDAR-RECORD in BATCHDRV.
       FD  HOLIDAY-CALENDAR-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  HOLIDAY-CALENDAR-RECORD.
           05  CAL-DATE             PIC 9(8).
           05  CAL-BUSINESS-DATE    PIC 9(8).
           05  CAL-NEXT-BUSINESS-DATE PIC 9(8).
           05  CAL-HOLIDAY-FLAG     PIC X(1).
               88  CAL-HOLIDAY      VALUE 'H'.
           05  FILLER               PIC X(15).

      *    Read by EMPLOYEE-PAYROLL (paid as earnings lines) and
      *    LABOR-DIST (charged to the cost center worked for).
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

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-TMR-STATUS        PIC XX.
           05  WS-POU-STATUS        PIC XX.
           05  WS-APR-STATUS        PIC XX.
           05  WS-ANM-STATUS        PIC XX.
           05  WS-PRM-STATUS        PIC XX.
           05  WS-CAL-STATUS        PIC XX.
           05  WS-PRE-STATUS        PIC XX.

       01  WS-FLAGS.
           05  WS-TMR-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  PIN-EOF          VALUE 'Y'.
           05  WS-APR-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  APR-EOF          VALUE 'Y'.
           05  WS-PRM-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  PRM-EOF          VALUE 'Y'.
           05  WS-CAL-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  CAL-EOF          VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-TIME-RECORDS-READ PIC 9(7) VALUE 0.
           05  WS-ENTRIES-CORRECTED PIC 9(7) VALUE 0.
           05  WS-ENTRIES-CARRIED   PIC 9(7) VALUE 0.
           05  WS-ANOMALIES-LISTED  PIC 9(7) VALUE 0.
           05  WS-PREMIUM-LINES     PIC 9(7) VALUE 0.
           05  WS-PREMIUM-TOTAL     PIC 9(9)V99 VALUE 0.

       01  WS-REGULAR-HOURS         PIC 9(3) VALUE 160.

               10  WS-EHT-DEPT      PIC X(4).
               10  WS-EHT-STATUS    PIC X(1).
               10  WS-EHT-TOTAL     PIC 9(4)V99 COMP-3.
               10  WS-EHT-LEVEL     PIC 9(2).
               10  WS-EHT-RATE      PIC 9(4)V99 COMP-3.

      *    Premium rules, loaded once.
       01  WS-PREMIUM-RULE-TABLE.
           05  WS-PRT-COUNT         PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-PRT-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-PRT-COUNT
                   INDEXED BY WS-PRT-IDX.
               10  WS-PRT-CODE      PIC X(4).
               10  WS-PRT-DESC      PIC X(20).
               10  WS-PRT-SHIFT     PIC X(1).
               10  WS-PRT-DAY-TYPE  PIC X(1).
               10  WS-PRT-BASIS     PIC X(1).
               10  WS-PRT-VALUE     PIC 9(3)V999 COMP-3.
               10  WS-PRT-LEVEL-LOW PIC 9(2).
               10  WS-PRT-LEVEL-HIGH PIC 9(2).

      *    Holiday dates from the processing calendar.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOL-COUNT         PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-HOL-DATE OCCURS 1 TO 400 TIMES
                   DEPENDING ON WS-HOL-COUNT
                   INDEXED BY WS-HOL-IDX
                                    PIC 9(8).

       01  WS-PREMIUM-WORK.
           05  WS-DAY-TYPE          PIC X(1).
           05  WS-WORK-DATE-NUM     PIC 9(8).
           05  WS-WORK-DATE-INT     PIC 9(7).
           05  WS-WEEK-COUNT        PIC 9(7).
      *    Day of week: INTEGER-OF-DATE modulo 7, 1 = Monday ... 6
      *    = Saturday, 0 = Sunday (day 1, 1601-01-01, was a Monday).
           05  WS-WEEKDAY           PIC 9(1).
           05  WS-PREMIUM-AMOUNT    PIC 9(5)V99.

      *    Days already punched per employee, for duplicate detection.
       01  WS-PUNCHED-DAY-TABLE.
                OUTPUT TIME-EXCEPTION-FILE
                OUTPUT HOURS-AUDIT-FILE
                OUTPUT PENDING-OUT-FILE
                OUTPUT ANOMALY-FILE
                OUTPUT PREMIUM-EARNINGS-FILE.

           IF WS-TMR-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TIME RECORD FILE: '
           PERFORM 1250-PARSE-GATE-PARAMETERS.
           PERFORM 1400-LOAD-PENDING-CARRYOVER.
           PERFORM 1500-LOAD-APPROVALS.
           PERFORM 1600-LOAD-PREMIUM-RULES.
           PERFORM 1300-READ-TIME-RECORD.

       1250-PARSE-GATE-PARAMETERS.
               END-READ
           END-IF.

      *    No rule file = no premiums; the calendar is read only when
      *    there are rules to apply.
       1600-LOAD-PREMIUM-RULES.
           OPEN INPUT PREMIUM-RULE-FILE.

           IF WS-PRM-STATUS NOT = '00'
               DISPLAY 'PREMIUM RULE FILE NOT FOUND - NO SHIFT OR '
                   'HOLIDAY PREMIUMS'
               MOVE 'Y' TO WS-PRM-EOF-FLAG
           END-IF.

           PERFORM 1610-LOAD-ONE-PREMIUM-RULE
               UNTIL PRM-EOF.

           IF WS-PRM-STATUS = '00' OR WS-PRM-STATUS = '10'
               CLOSE PREMIUM-RULE-FILE
           END-IF.

           IF WS-PRT-COUNT > 0
               OPEN INPUT HOLIDAY-CALENDAR-FILE
               IF WS-CAL-STATUS NOT = '00'
                   DISPLAY 'PROCESSING CALENDAR NOT FOUND - NO DAY '
                       'IS TREATED AS A HOLIDAY'
                   MOVE 'Y' TO WS-CAL-EOF-FLAG
               END-IF
               PERFORM 1620-LOAD-ONE-CALENDAR-DAY
                   UNTIL CAL-EOF
               IF WS-CAL-STATUS = '00' OR WS-CAL-STATUS = '10'
                   CLOSE HOLIDAY-CALENDAR-FILE
               END-IF
           END-IF.

       1610-LOAD-ONE-PREMIUM-RULE.
           IF NOT PRM-EOF
               READ PREMIUM-RULE-FILE
                   AT END
                       MOVE 'Y' TO WS-PRM-EOF-FLAG
                   NOT AT END
                       IF WS-PRT-COUNT < 50 AND PRM-VALUE NUMERIC
                               AND (PRM-PER-HOUR OR PRM-MULTIPLIER)
                           ADD 1 TO WS-PRT-COUNT
                           MOVE PRM-CODE TO WS-PRT-CODE(WS-PRT-COUNT)
                           MOVE PRM-DESCRIPTION
                               TO WS-PRT-DESC(WS-PRT-COUNT)
                           MOVE PRM-SHIFT-CODE
                               TO WS-PRT-SHIFT(WS-PRT-COUNT)
                           MOVE PRM-DAY-TYPE
                               TO WS-PRT-DAY-TYPE(WS-PRT-COUNT)
                           MOVE PRM-BASIS
                               TO WS-PRT-BASIS(WS-PRT-COUNT)
                           MOVE PRM-VALUE
                               TO WS-PRT-VALUE(WS-PRT-COUNT)
                           IF PRM-LEVEL-LOW NUMERIC
                               MOVE PRM-LEVEL-LOW
                                   TO WS-PRT-LEVEL-LOW(WS-PRT-COUNT)
                           ELSE
                               MOVE ZERO
                                   TO WS-PRT-LEVEL-LOW(WS-PRT-COUNT)
                           END-IF
                           IF PRM-LEVEL-HIGH NUMERIC
                               MOVE PRM-LEVEL-HIGH
                                   TO WS-PRT-LEVEL-HIGH(WS-PRT-COUNT)
                           ELSE
                               MOVE 99
                                   TO WS-PRT-LEVEL-HIGH(WS-PRT-COUNT)
                           END-IF
                       ELSE
                           DISPLAY 'PREMIUM RULE NOT LOADED: ' PRM-CODE
                       END-IF
               END-READ
           END-IF.

       1620-LOAD-ONE-CALENDAR-DAY.
           IF NOT CAL-EOF
               READ HOLIDAY-CALENDAR-FILE
                   AT END
                       MOVE 'Y' TO WS-CAL-EOF-FLAG
                   NOT AT END
                       IF CAL-HOLIDAY AND WS-HOL-COUNT < 400
                           ADD 1 TO WS-HOL-COUNT
                           MOVE CAL-DATE TO WS-HOL-DATE(WS-HOL-COUNT)
                       END-IF
               END-READ
           END-IF.

       1100-LOAD-EMPLOYEE-SLOTS.
           OPEN INPUT EMPLOYEE-FILE.

                           TO WS-EHT-DEPT(WS-EHT-COUNT)
                       MOVE EMP-STATUS TO WS-EHT-STATUS(WS-EHT-COUNT)
                       MOVE ZERO TO WS-EHT-TOTAL(WS-EHT-COUNT)
                       IF EMP-LEVEL NUMERIC
                           MOVE EMP-LEVEL TO WS-EHT-LEVEL(WS-EHT-COUNT)
                       ELSE
                           MOVE ZERO TO WS-EHT-LEVEL(WS-EHT-COUNT)
                       END-IF
                       IF HOURLY-RATE NUMERIC
                           MOVE HOURLY-RATE
                               TO WS-EHT-RATE(WS-EHT-COUNT)
                       ELSE
                           MOVE ZERO TO WS-EHT-RATE(WS-EHT-COUNT)
                       END-IF
                   END-IF
           END-READ.

           IF EMP-KNOWN
               ADD WS-RELEASE-HOURS TO WS-EHT-TOTAL(WS-EHT-IDX)
               ADD 1 TO WS-ENTRIES-RELEASED
               IF WS-PRT-COUNT > 0
                       AND WS-POL-LEAVE(WS-POL-IDX) = SPACE
                       AND WS-RELEASE-HOURS > ZERO
                       AND WS-POL-DATE(WS-POL-IDX) NUMERIC
                   PERFORM 2570-APPLY-PREMIUMS
               END-IF
           END-IF.

      *    Premiums are earned on worked hours only, as released
      *    (corrected hours where a supervisor corrected them).
       2570-APPLY-PREMIUMS.
           MOVE WS-POL-DATE(WS-POL-IDX) TO WS-WORK-DATE-NUM
           MOVE 'W' TO WS-DAY-TYPE
           COMPUTE WS-WORK-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM)
           DIVIDE WS-WORK-DATE-INT BY 7
               GIVING WS-WEEK-COUNT REMAINDER WS-WEEKDAY
           IF WS-WEEKDAY = 6 OR WS-WEEKDAY = 0
               MOVE 'E' TO WS-DAY-TYPE
           END-IF
           IF WS-HOL-COUNT > 0
               SET WS-HOL-IDX TO 1
               SEARCH WS-HOL-DATE
                   AT END
                       CONTINUE
                   WHEN WS-HOL-DATE(WS-HOL-IDX) = WS-WORK-DATE-NUM
                       MOVE 'H' TO WS-DAY-TYPE
               END-SEARCH
           END-IF
           PERFORM 2580-APPLY-ONE-PREMIUM-RULE
               VARYING WS-PRT-IDX FROM 1 BY 1
               UNTIL WS-PRT-IDX > WS-PRT-COUNT.

       2580-APPLY-ONE-PREMIUM-RULE.
           IF (WS-PRT-SHIFT(WS-PRT-IDX) = SPACE
                   OR WS-PRT-SHIFT(WS-PRT-IDX)
                       = WS-POL-SHIFT(WS-POL-IDX))
                   AND (WS-PRT-DAY-TYPE(WS-PRT-IDX) = SPACE
                       OR WS-PRT-DAY-TYPE(WS-PRT-IDX) = WS-DAY-TYPE)
                   AND WS-EHT-LEVEL(WS-EHT-IDX)
                       >= WS-PRT-LEVEL-LOW(WS-PRT-IDX)
                   AND WS-EHT-LEVEL(WS-EHT-IDX)
                       <= WS-PRT-LEVEL-HIGH(WS-PRT-IDX)
               MOVE ZERO TO WS-PREMIUM-AMOUNT
               IF WS-PRT-BASIS(WS-PRT-IDX) = 'A'
                   COMPUTE WS-PREMIUM-AMOUNT ROUNDED =
                       WS-RELEASE-HOURS * WS-PRT-VALUE(WS-PRT-IDX)
               ELSE
                   IF WS-PRT-VALUE(WS-PRT-IDX) > 1
                       COMPUTE WS-PREMIUM-AMOUNT ROUNDED =
                           WS-RELEASE-HOURS * WS-EHT-RATE(WS-EHT-IDX)
                           * (WS-PRT-VALUE(WS-PRT-IDX) - 1)
                   END-IF
               END-IF
               IF WS-PREMIUM-AMOUNT > ZERO
                   MOVE SPACES TO PREMIUM-EARNINGS-RECORD
                   MOVE WS-POL-EMP-ID(WS-POL-IDX) TO PRE-EMP-ID
                   MOVE WS-POL-DATE(WS-POL-IDX) TO PRE-WORK-DATE
                   MOVE WS-PRT-CODE(WS-PRT-IDX) TO PRE-CODE
                   MOVE WS-PRT-DESC(WS-PRT-IDX) TO PRE-DESCRIPTION
                   MOVE WS-POL-CC(WS-POL-IDX) TO PRE-COST-CENTER
                   MOVE WS-RELEASE-HOURS TO PRE-HOURS
                   MOVE WS-PREMIUM-AMOUNT TO PRE-AMOUNT
                   WRITE PREMIUM-EARNINGS-RECORD
                   ADD 1 TO WS-PREMIUM-LINES
                   ADD WS-PREMIUM-AMOUNT TO WS-PREMIUM-TOTAL
               END-IF
           END-IF.

       2550-WRITE-ANOMALY-LINE.
                 TIME-EXCEPTION-FILE
                 HOURS-AUDIT-FILE
                 PENDING-OUT-FILE
                 ANOMALY-FILE
                 PREMIUM-EARNINGS-FILE.

           DISPLAY '======================================'.
           DISPLAY 'TIME INTAKE STATISTICS'.
           DISPLAY 'Entries Corrected:  ' WS-ENTRIES-CORRECTED.
           DISPLAY 'Entries Carried:    ' WS-ENTRIES-CARRIED.
           DISPLAY 'Anomalies Listed:   ' WS-ANOMALIES-LISTED.
           DISPLAY 'Premium Lines:      ' WS-PREMIUM-LINES.
           DISPLAY 'Premium Total:      ' WS-PREMIUM-TOTAL.
           DISPLAY '======================================'.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMISSION-CALC.
       AUTHOR. TEST-SUITE.
      *****************************************************************
      * Monthly sales commission run: commissions are no longer       *
      * worked out by hand from invoice listings and keyed into       *
      * BONUS-AMOUNT.                                                 *
      * - commission-plans.dat: one plan per sales rep (employee id): *
      *   basis ('I' = paid on invoicing, otherwise on collection),   *
      *   base rate, up to five product groups with their own rate,   *
      *   a monthly quota and up to three accelerators (attainment %  *
      *   and multiplier) for the credit above quota                  *
      * - Monthly run (parameter YYYYMM, default the run month): the  *
      *   month's rows of ar-activity.dat, which AR-PROCESSOR stamps  *
      *   with the rep and product group of the open item moved -     *
      *   invoices ('INV') or payments taken off them ('PAY') earn,   *
      *   credit memos from returns ('CRM') claw back at the group    *
      *   rate, unaccelerated                                         *
      * - A clawback larger than the month's earnings is carried to   *
      *   the next month and recovered from its earnings              *
      * - The payable amount is appended to commission-earnings.dat,  *
      *   which EMPLOYEE-PAYROLL pays as a separate taxable earning   *
      * - commission-ledger.dat keeps every rep's month: a month      *
      *   already posted is reprinted but not paid again              *
      * - commission-statements.txt: one statement per rep with the   *
      *   credited items, quota attainment, accelerator, clawbacks    *
      *   and the receivables still open in the rep's name            *
      *   (ar-open-items.dat)                                         *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMMISSION-PLAN-FILE
               ASSIGN TO 'commission-plans.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMP-STATUS.

      *    Appended to by AR-PROCESSOR, DUNNING and AR-WRITEOFF.
           SELECT AR-ACTIVITY-FILE
               ASSIGN TO 'ar-activity.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACT-STATUS.

           SELECT AR-OPEN-FILE
               ASSIGN TO 'ar-open-items.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARO-STATUS.

      *    Months posted so far (EXTEND across runs).
           SELECT COMMISSION-LEDGER-FILE
               ASSIGN TO 'commission-ledger.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CML-STATUS.

      *    Read by EMPLOYEE-PAYROLL, which rewrites it with the
      *    entries it has not paid yet.
           SELECT COMMISSION-EARNINGS-FILE
               ASSIGN TO 'commission-earnings.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CME-STATUS.

           SELECT COMMISSION-STATEMENT-FILE
               ASSIGN TO 'commission-statements.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Rates are percentages (05.000 = 5%); a group not listed
      *    earns the base rate. Accelerators in ascending order: the
      *    credit above quota x ACCEL-FROM-PCT / 100 earns its rate
      *    times ACCEL-FACTOR (1.50 = half as much again); an unused
      *    accelerator is zero.
       FD  COMMISSION-PLAN-FILE.
       01  COMMISSION-PLAN-RECORD.
           05  CMP-REP-ID           PIC X(6).
           05  CMP-REP-NAME         PIC X(30).
           05  CMP-BASIS            PIC X(1).
               88  CMP-ON-INVOICE   VALUE 'I'.
           05  CMP-BASE-RATE        PIC 9(2)V999.
           05  CMP-MONTHLY-QUOTA    PIC 9(9)V99.
           05  CMP-GROUP-RATE OCCURS 5 TIMES.
               10  CMP-GROUP-CODE   PIC X(4).
               10  CMP-GROUP-PCT    PIC 9(2)V999.
           05  CMP-ACCELERATOR OCCURS 3 TIMES.
               10  CMP-ACCEL-FROM-PCT PIC 9(3).
               10  CMP-ACCEL-FACTOR PIC 9V99.
           05  FILLER               PIC X(6).

      *    Same layout as written by AR-PROCESSOR.
       FD  AR-ACTIVITY-FILE.
       01  AR-ACTIVITY-RECORD.
           05  ACT-DATE             PIC 9(8).
           05  ACT-CUSTOMER-ID      PIC X(8).
           05  ACT-TYPE             PIC X(3).
           05  ACT-INVOICE-NUMBER   PIC 9(8).
           05  ACT-ORDER-ID         PIC X(10).
           05  ACT-AMOUNT           PIC S9(9)V99.
           05  ACT-SALES-REP        PIC X(6).
           05  ACT-GROUP-CODE       PIC X(4).
           05  FILLER               PIC X(2).

      *    Same layout as written by AR-PROCESSOR.
       FD  AR-OPEN-FILE.
       01  AR-OPEN-RECORD.
           05  ARO-INVOICE-NUMBER   PIC 9(8).
           05  ARO-CUSTOMER-ID      PIC X(8).
           05  ARO-ORDER-ID         PIC X(10).
           05  ARO-INVOICE-DATE     PIC 9(8).
           05  ARO-DUE-DATE         PIC 9(8).
           05  ARO-TERMS            PIC X(3).
           05  ARO-AMOUNT-OPEN      PIC S9(9)V99.
           05  ARO-DUNNING-LEVEL    PIC 9(1).
           05  ARO-TAX-AMOUNT       PIC S9(7)V99.
           05  ARO-FREIGHT-AMOUNT   PIC S9(5)V99.
           05  ARO-SALES-REP        PIC X(6).
           05  ARO-GROUP-CODE       PIC X(4).

      *    One entry per rep and month posted. The carry-out is the
      *    clawback not yet recovered, taken up by the next month.
       FD  COMMISSION-LEDGER-FILE.
       01  COMMISSION-LEDGER-RECORD.
           05  CML-POST-DATE        PIC 9(8).
           05  CML-MONTH            PIC 9(6).
           05  CML-REP-ID           PIC X(6).
           05  CML-CREDITED         PIC 9(11)V99.
           05  CML-ATTAINMENT-PCT   PIC 9(3)V9.
           05  CML-EARNED           PIC 9(9)V99.
           05  CML-CLAWBACK         PIC 9(9)V99.
           05  CML-CARRIED-IN       PIC 9(9)V99.
           05  CML-PAYABLE          PIC 9(9)V99.
           05  CML-CARRY-OUT        PIC 9(9)V99.
           05  FILLER               PIC X(8).

      *    Same layout as read by EMPLOYEE-PAYROLL.
       FD  COMMISSION-EARNINGS-FILE.
       01  COMMISSION-EARNINGS-RECORD.
           05  CME-EMP-ID           PIC X(6).
           05  CME-MONTH            PIC 9(6).
           05  CME-AMOUNT           PIC 9(7)V99.
           05  CME-POST-DATE        PIC 9(8).
           05  FILLER               PIC X(11).

       FD  COMMISSION-STATEMENT-FILE.
       01  COMMISSION-STATEMENT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-CMP-STATUS        PIC XX.
           05  WS-ACT-STATUS        PIC XX.
           05  WS-ARO-STATUS        PIC XX.
           05  WS-CML-STATUS        PIC XX.
           05  WS-CME-STATUS        PIC XX.
           05  WS-STM-STATUS        PIC XX.

       01  WS-FLAGS.
           05  WS-CMP-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  CMP-EOF          VALUE 'Y'.
           05  WS-ACT-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  ACT-EOF          VALUE 'Y'.
           05  WS-ARO-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  ARO-EOF          VALUE 'Y'.
           05  WS-CML-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  CML-EOF          VALUE 'Y'.
           05  WS-REP-FOUND-FLAG    PIC X(1) VALUE 'N'.
               88  REP-FOUND        VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-PLANS-READ        PIC 9(5) VALUE 0.
           05  WS-ACTIVITY-READ     PIC 9(7) VALUE 0.
           05  WS-ROWS-CREDITED     PIC 9(7) VALUE 0.
           05  WS-ROWS-CLAWED-BACK  PIC 9(7) VALUE 0.
           05  WS-ROWS-NO-PLAN      PIC 9(7) VALUE 0.
           05  WS-REPS-PAID         PIC 9(5) VALUE 0.
           05  WS-REPS-REPRINTED    PIC 9(5) VALUE 0.
           05  WS-PAYABLE-TOTAL     PIC 9(11)V99 VALUE 0.
           05  WS-CLAWBACK-TOTAL    PIC 9(11)V99 VALUE 0.
           05  WS-CARRIED-TOTAL     PIC 9(11)V99 VALUE 0.
           05  WS-STATEMENTS        PIC 9(5) VALUE 0.

       01  WS-RUN-DATE              PIC 9(8).

       01  WS-PARAMETERS.
           05  WS-ARG-NUM           PIC 9(02) VALUE 1.
           05  WS-PARM-IN           PIC X(10) VALUE SPACES.
           05  WS-PERIOD-YYYYMM     PIC 9(6).
           05  WS-MONTH-START       PIC 9(8).
           05  WS-MONTH-END         PIC 9(8).

       01  WS-WORK-FIELDS.
           05  WS-GROUP-SUB         PIC 9(1) COMP.
           05  WS-ACCEL-SUB         PIC 9(1) COMP.
           05  WS-CREDIT-SLOT       PIC 9(1) COMP.
           05  WS-ROW-AMOUNT        PIC S9(9)V99 COMP-3.
           05  WS-ROW-RATE          PIC 9(2)V999 COMP-3.
           05  WS-ROW-COMMISSION    PIC S9(9)V99 COMP-3.
           05  WS-BAND-FROM         PIC 9(11)V99 COMP-3.
           05  WS-BAND-TO           PIC 9(11)V99 COMP-3.
           05  WS-BAND-CREDIT       PIC 9(11)V99 COMP-3.
           05  WS-ACCEL-CREDIT      PIC 9(11)V99 COMP-3.
           05  WS-NET-COMMISSION    PIC S9(9)V99 COMP-3.
           05  WS-ATTAINMENT        PIC 9(5)V9 COMP-3.
           05  WS-FIND-REP          PIC X(6).

      *    Plans with the month's figures built up against them.
      *    Group slot 6 holds the credit earning the base rate.
       01  WS-PLAN-TABLE.
           05  WS-PLN-COUNT         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-PLN-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-PLN-COUNT
                   INDEXED BY WS-PLN-IDX.
               10  WS-PLN-REP-ID    PIC X(6).
               10  WS-PLN-REP-NAME  PIC X(30).
               10  WS-PLN-BASIS     PIC X(1).
                   88  PLN-ON-INVOICE VALUE 'I'.
               10  WS-PLN-QUOTA     PIC 9(9)V99.
               10  WS-PLN-GROUP OCCURS 6 TIMES.
                   15  WS-PLN-GROUP-CODE   PIC X(4).
                   15  WS-PLN-GROUP-PCT    PIC 9(2)V999.
                   15  WS-PLN-GROUP-CREDIT PIC S9(11)V99 COMP-3.
               10  WS-PLN-ACCEL OCCURS 3 TIMES.
                   15  WS-PLN-ACCEL-FROM   PIC 9(3).
                   15  WS-PLN-ACCEL-FACTOR PIC 9V99.
               10  WS-PLN-INVOICED  PIC S9(11)V99 COMP-3.
               10  WS-PLN-COLLECTED PIC S9(11)V99 COMP-3.
               10  WS-PLN-CREDITED  PIC S9(11)V99 COMP-3.
               10  WS-PLN-BASE-COMM PIC S9(9)V99 COMP-3.
               10  WS-PLN-ACCEL-COMM PIC S9(9)V99 COMP-3.
               10  WS-PLN-CLAWBACK  PIC S9(9)V99 COMP-3.
               10  WS-PLN-CARRIED-IN PIC 9(9)V99 COMP-3.
               10  WS-PLN-CARRY-MONTH PIC 9(6).
               10  WS-PLN-PAYABLE   PIC 9(9)V99 COMP-3.
               10  WS-PLN-CARRY-OUT PIC 9(9)V99 COMP-3.
               10  WS-PLN-OPEN-AR   PIC S9(11)V99 COMP-3.
               10  WS-PLN-POSTED-FLAG PIC X(1).
                   88  PLN-MONTH-POSTED VALUE 'Y'.

      *    The month's commissionable rows, listed on the statements.
       01  WS-DETAIL-TABLE.
           05  WS-DTL-COUNT         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-DTL-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-DTL-COUNT
                   INDEXED BY WS-DTL-IDX.
               10  WS-DTL-PLAN-SLOT PIC 9(5) COMP-3.
               10  WS-DTL-DATE      PIC 9(8).
               10  WS-DTL-TYPE      PIC X(3).
               10  WS-DTL-INVOICE   PIC 9(8).
               10  WS-DTL-ORDER-ID  PIC X(10).
               10  WS-DTL-CUSTOMER  PIC X(8).
               10  WS-DTL-GROUP     PIC X(4).
               10  WS-DTL-AMOUNT    PIC S9(9)V99 COMP-3.
               10  WS-DTL-RATE      PIC 9(2)V999 COMP-3.
               10  WS-DTL-COMMISSION PIC S9(9)V99 COMP-3.

       01  WS-PLAN-SLOT             PIC 9(5) COMP-3 VALUE ZERO.

       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  WS-TITLE-LINE.
           05  FILLER               PIC X(23)
               VALUE 'COMMISSION STATEMENT - '.
           05  WTL-MONTH            PIC 9(6).
           05  FILLER               PIC X(9) VALUE '   REP: '.
           05  WTL-REP-ID           PIC X(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WTL-REP-NAME         PIC X(30).
           05  WTL-NOTE             PIC X(30).
           05  FILLER               PIC X(26) VALUE SPACES.

       01  WS-PLAN-LINE.
           05  FILLER               PIC X(7) VALUE 'BASIS: '.
           05  WPL-BASIS            PIC X(10).
           05  FILLER               PIC X(18)
               VALUE '   MONTHLY QUOTA: '.
           05  WPL-QUOTA            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(83) VALUE SPACES.

       01  WS-DETAIL-HEADER.
           05  FILLER               PIC X(50) VALUE
               '    DATE     TYPE  INVOICE   ORDER       CUSTOMER '.
           05  FILLER               PIC X(50) VALUE
               'GROUP         AMOUNT     RATE     COMMISSION'.
           05  FILLER               PIC X(32) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WDL-DATE             PIC 9(8).
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WDL-TYPE             PIC X(3).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WDL-INVOICE          PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WDL-ORDER-ID         PIC X(10).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WDL-CUSTOMER         PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WDL-GROUP            PIC X(4).
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WDL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WDL-RATE             PIC Z9.999.
           05  FILLER               PIC X(2) VALUE '% '.
           05  WDL-COMMISSION       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(38) VALUE SPACES.

       01  WS-GROUP-LINE.
           05  FILLER               PIC X(10) VALUE '    GROUP '.
           05  WGL-GROUP            PIC X(5).
           05  FILLER               PIC X(11) VALUE '  CREDITED '.
           05  WGL-CREDIT           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(4) VALUE '  AT'.
           05  WGL-RATE             PIC Z9.999.
           05  FILLER               PIC X(1) VALUE '%'.
           05  FILLER               PIC X(80) VALUE SPACES.

       01  WS-AMOUNT-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WAM-LABEL            PIC X(40).
           05  WAM-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WAM-NOTE             PIC X(40).
           05  FILLER               PIC X(31) VALUE SPACES.

       01  WS-ATTAINMENT-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(40)
               VALUE 'QUOTA ATTAINMENT'.
           05  WAT-PCT              PIC ZZ,ZZ9.9.
           05  FILLER               PIC X(1) VALUE '%'.
           05  FILLER               PIC X(79) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           PERFORM 1100-LOAD-PLANS
               UNTIL CMP-EOF.
           PERFORM 1200-LOAD-LEDGER
               UNTIL CML-EOF.
           PERFORM 1300-LOAD-OPEN-ITEMS
               UNTIL ARO-EOF.
           PERFORM 1400-OPEN-OUTPUTS.
           PERFORM 2000-CREDIT-ONE-ACTIVITY
               UNTIL ACT-EOF.
           PERFORM 3000-PROCESS-ONE-REP
               VARYING WS-PLN-IDX FROM 1 BY 1
               UNTIL WS-PLN-IDX > WS-PLN-COUNT.
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

           DISPLAY 'COMMISSION MONTH: ' WS-PERIOD-YYYYMM.

           OPEN INPUT COMMISSION-PLAN-FILE.
           IF WS-CMP-STATUS NOT = '00'
               DISPLAY 'NO COMMISSION PLANS ON FILE: ' WS-CMP-STATUS
               MOVE 'Y' TO WS-CMP-EOF-FLAG
           END-IF.

           OPEN INPUT COMMISSION-LEDGER-FILE.
           IF WS-CML-STATUS NOT = '00'
               MOVE 'Y' TO WS-CML-EOF-FLAG
           END-IF.

           OPEN INPUT AR-OPEN-FILE.
           IF WS-ARO-STATUS NOT = '00'
               MOVE 'Y' TO WS-ARO-EOF-FLAG
           END-IF.

           OPEN INPUT AR-ACTIVITY-FILE.
           IF WS-ACT-STATUS NOT = '00'
               DISPLAY 'AR ACTIVITY UNAVAILABLE: ' WS-ACT-STATUS
               MOVE 'Y' TO WS-ACT-EOF-FLAG
           END-IF.

       1100-LOAD-PLANS.
           READ COMMISSION-PLAN-FILE
               AT END
                   MOVE 'Y' TO WS-CMP-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-PLANS-READ
                   PERFORM 1110-ADD-ONE-PLAN
           END-READ.

       1110-ADD-ONE-PLAN.
           IF WS-PLN-COUNT < 500
               ADD 1 TO WS-PLN-COUNT
               SET WS-PLN-IDX TO WS-PLN-COUNT
               MOVE CMP-REP-ID TO WS-PLN-REP-ID(WS-PLN-IDX)
               MOVE CMP-REP-NAME TO WS-PLN-REP-NAME(WS-PLN-IDX)
               MOVE CMP-BASIS TO WS-PLN-BASIS(WS-PLN-IDX)
               IF CMP-MONTHLY-QUOTA NUMERIC
                   MOVE CMP-MONTHLY-QUOTA TO WS-PLN-QUOTA(WS-PLN-IDX)
               ELSE
                   MOVE ZERO TO WS-PLN-QUOTA(WS-PLN-IDX)
               END-IF
               PERFORM 1120-COPY-ONE-GROUP
                   VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > 5
               MOVE SPACES TO WS-PLN-GROUP-CODE(WS-PLN-IDX, 6)
               IF CMP-BASE-RATE NUMERIC
                   MOVE CMP-BASE-RATE
                       TO WS-PLN-GROUP-PCT(WS-PLN-IDX, 6)
               ELSE
                   MOVE ZERO TO WS-PLN-GROUP-PCT(WS-PLN-IDX, 6)
               END-IF
               MOVE ZERO TO WS-PLN-GROUP-CREDIT(WS-PLN-IDX, 6)
               PERFORM 1130-COPY-ONE-ACCELERATOR
                   VARYING WS-ACCEL-SUB FROM 1 BY 1
                   UNTIL WS-ACCEL-SUB > 3
               MOVE ZERO TO WS-PLN-INVOICED(WS-PLN-IDX)
                            WS-PLN-COLLECTED(WS-PLN-IDX)
                            WS-PLN-CREDITED(WS-PLN-IDX)
                            WS-PLN-BASE-COMM(WS-PLN-IDX)
                            WS-PLN-ACCEL-COMM(WS-PLN-IDX)
                            WS-PLN-CLAWBACK(WS-PLN-IDX)
                            WS-PLN-CARRIED-IN(WS-PLN-IDX)
                            WS-PLN-CARRY-MONTH(WS-PLN-IDX)
                            WS-PLN-PAYABLE(WS-PLN-IDX)
                            WS-PLN-CARRY-OUT(WS-PLN-IDX)
                            WS-PLN-OPEN-AR(WS-PLN-IDX)
               MOVE 'N' TO WS-PLN-POSTED-FLAG(WS-PLN-IDX)
           ELSE
               DISPLAY 'PLAN TABLE FULL - REP SKIPPED: ' CMP-REP-ID
           END-IF.

       1120-COPY-ONE-GROUP.
           MOVE ZERO TO WS-PLN-GROUP-CREDIT(WS-PLN-IDX, WS-GROUP-SUB)
           IF CMP-GROUP-CODE(WS-GROUP-SUB) NOT = SPACES
                   AND CMP-GROUP-PCT(WS-GROUP-SUB) NUMERIC
               MOVE CMP-GROUP-CODE(WS-GROUP-SUB)
                   TO WS-PLN-GROUP-CODE(WS-PLN-IDX, WS-GROUP-SUB)
               MOVE CMP-GROUP-PCT(WS-GROUP-SUB)
                   TO WS-PLN-GROUP-PCT(WS-PLN-IDX, WS-GROUP-SUB)
           ELSE
               MOVE SPACES
                   TO WS-PLN-GROUP-CODE(WS-PLN-IDX, WS-GROUP-SUB)
               MOVE ZERO
                   TO WS-PLN-GROUP-PCT(WS-PLN-IDX, WS-GROUP-SUB)
           END-IF.

       1130-COPY-ONE-ACCELERATOR.
           IF CMP-ACCEL-FROM-PCT(WS-ACCEL-SUB) NUMERIC
                   AND CMP-ACCEL-FACTOR(WS-ACCEL-SUB) NUMERIC
               MOVE CMP-ACCEL-FROM-PCT(WS-ACCEL-SUB)
                   TO WS-PLN-ACCEL-FROM(WS-PLN-IDX, WS-ACCEL-SUB)
               MOVE CMP-ACCEL-FACTOR(WS-ACCEL-SUB)
                   TO WS-PLN-ACCEL-FACTOR(WS-PLN-IDX, WS-ACCEL-SUB)
           ELSE
               MOVE ZERO
                   TO WS-PLN-ACCEL-FROM(WS-PLN-IDX, WS-ACCEL-SUB)
                      WS-PLN-ACCEL-FACTOR(WS-PLN-IDX, WS-ACCEL-SUB)
           END-IF.

      *    Whether the month was already posted, and the clawback
      *    still to recover from the latest earlier month.
       1200-LOAD-LEDGER.
           READ COMMISSION-LEDGER-FILE
               AT END
                   MOVE 'Y' TO WS-CML-EOF-FLAG
               NOT AT END
                   PERFORM 1210-APPLY-ONE-LEDGER-ENTRY
           END-READ.

       1210-APPLY-ONE-LEDGER-ENTRY.
           MOVE CML-REP-ID TO WS-FIND-REP
           PERFORM 2100-FIND-PLAN
           IF REP-FOUND
               IF CML-MONTH = WS-PERIOD-YYYYMM
                   MOVE 'Y' TO WS-PLN-POSTED-FLAG(WS-PLN-IDX)
               END-IF
               IF CML-MONTH < WS-PERIOD-YYYYMM
                       AND CML-MONTH >= WS-PLN-CARRY-MONTH(WS-PLN-IDX)
                   MOVE CML-MONTH TO WS-PLN-CARRY-MONTH(WS-PLN-IDX)
                   MOVE CML-CARRY-OUT
                       TO WS-PLN-CARRIED-IN(WS-PLN-IDX)
               END-IF
           END-IF.

      *    What the rep's customers still owe on the rep's invoices.
       1300-LOAD-OPEN-ITEMS.
           READ AR-OPEN-FILE
               AT END
                   MOVE 'Y' TO WS-ARO-EOF-FLAG
               NOT AT END
                   IF ARO-SALES-REP NOT = SPACES
                       MOVE ARO-SALES-REP TO WS-FIND-REP
                       PERFORM 2100-FIND-PLAN
                       IF REP-FOUND
                           ADD ARO-AMOUNT-OPEN
                               TO WS-PLN-OPEN-AR(WS-PLN-IDX)
                       END-IF
                   END-IF
           END-READ.

       1400-OPEN-OUTPUTS.
           IF WS-CML-STATUS = '00' OR WS-CML-STATUS = '10'
               CLOSE COMMISSION-LEDGER-FILE
           END-IF
           OPEN EXTEND COMMISSION-LEDGER-FILE
           IF WS-CML-STATUS NOT = '00'
               OPEN OUTPUT COMMISSION-LEDGER-FILE
           END-IF

           OPEN EXTEND COMMISSION-EARNINGS-FILE
           IF WS-CME-STATUS NOT = '00'
               OPEN OUTPUT COMMISSION-EARNINGS-FILE
           END-IF

           OPEN OUTPUT COMMISSION-STATEMENT-FILE.

      *    Invoices earn for an invoice-basis rep, payments for the
      *    others; a credit memo claws back for both. Deduction
      *    transfers, finance charges and write-offs earn nothing.
       2000-CREDIT-ONE-ACTIVITY.
           READ AR-ACTIVITY-FILE
               AT END
                   MOVE 'Y' TO WS-ACT-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-ACTIVITY-READ
                   IF ACT-DATE >= WS-MONTH-START
                           AND ACT-DATE <= WS-MONTH-END
                           AND ACT-SALES-REP NOT = SPACES
                       PERFORM 2050-CREDIT-TO-REP
                   END-IF
           END-READ.

       2050-CREDIT-TO-REP.
           MOVE ACT-SALES-REP TO WS-FIND-REP
           PERFORM 2100-FIND-PLAN
           IF NOT REP-FOUND
               IF ACT-TYPE = 'INV' OR ACT-TYPE = 'PAY'
                       OR ACT-TYPE = 'CRM'
                   ADD 1 TO WS-ROWS-NO-PLAN
               END-IF
           ELSE
               PERFORM 2200-FIND-GROUP-RATE
               EVALUATE ACT-TYPE
                   WHEN 'INV'
                       ADD ACT-AMOUNT TO WS-PLN-INVOICED(WS-PLN-IDX)
                       IF PLN-ON-INVOICE(WS-PLN-IDX)
                           MOVE ACT-AMOUNT TO WS-ROW-AMOUNT
                           PERFORM 2300-CREDIT-ROW
                       END-IF
                   WHEN 'PAY'
                       SUBTRACT ACT-AMOUNT
                           FROM WS-PLN-COLLECTED(WS-PLN-IDX)
                       IF NOT PLN-ON-INVOICE(WS-PLN-IDX)
                           COMPUTE WS-ROW-AMOUNT = ZERO - ACT-AMOUNT
                           PERFORM 2300-CREDIT-ROW
                       END-IF
                   WHEN 'CRM'
                       PERFORM 2400-CLAW-BACK-ROW
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       2100-FIND-PLAN.
           MOVE 'N' TO WS-REP-FOUND-FLAG
           IF WS-PLN-COUNT > 0
               SET WS-PLN-IDX TO 1
               SEARCH WS-PLN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PLN-REP-ID(WS-PLN-IDX) = WS-FIND-REP
                       MOVE 'Y' TO WS-REP-FOUND-FLAG
               END-SEARCH
           END-IF.

      *    The plan's own rate for the row's group, else the base
      *    rate (slot 6).
       2200-FIND-GROUP-RATE.
           MOVE 6 TO WS-CREDIT-SLOT
           IF ACT-GROUP-CODE NOT = SPACES
               PERFORM 2210-TRY-ONE-GROUP
                   VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > 5
                       OR WS-CREDIT-SLOT < 6
           END-IF
           MOVE WS-PLN-GROUP-PCT(WS-PLN-IDX, WS-CREDIT-SLOT)
               TO WS-ROW-RATE.

       2210-TRY-ONE-GROUP.
           IF WS-PLN-GROUP-CODE(WS-PLN-IDX, WS-GROUP-SUB)
                   = ACT-GROUP-CODE
               MOVE WS-GROUP-SUB TO WS-CREDIT-SLOT
           END-IF.

       2300-CREDIT-ROW.
           ADD WS-ROW-AMOUNT
               TO WS-PLN-GROUP-CREDIT(WS-PLN-IDX, WS-CREDIT-SLOT)
                  WS-PLN-CREDITED(WS-PLN-IDX)
           COMPUTE WS-ROW-COMMISSION ROUNDED =
               WS-ROW-AMOUNT * WS-ROW-RATE / 100
           ADD 1 TO WS-ROWS-CREDITED
           PERFORM 2500-KEEP-DETAIL.

      *    The memo is negative on the activity: the clawback is the
      *    goods credited back at the group rate.
       2400-CLAW-BACK-ROW.
           MOVE ACT-AMOUNT TO WS-ROW-AMOUNT
           COMPUTE WS-ROW-COMMISSION ROUNDED =
               WS-ROW-AMOUNT * WS-ROW-RATE / 100
           SUBTRACT WS-ROW-COMMISSION FROM WS-PLN-CLAWBACK(WS-PLN-IDX)
           ADD 1 TO WS-ROWS-CLAWED-BACK
           PERFORM 2500-KEEP-DETAIL.

       2500-KEEP-DETAIL.
           IF WS-DTL-COUNT < 20000
               ADD 1 TO WS-DTL-COUNT
               SET WS-DTL-IDX TO WS-DTL-COUNT
               SET WS-PLAN-SLOT TO WS-PLN-IDX
               MOVE WS-PLAN-SLOT TO WS-DTL-PLAN-SLOT(WS-DTL-IDX)
               MOVE ACT-DATE TO WS-DTL-DATE(WS-DTL-IDX)
               MOVE ACT-TYPE TO WS-DTL-TYPE(WS-DTL-IDX)
               MOVE ACT-INVOICE-NUMBER TO WS-DTL-INVOICE(WS-DTL-IDX)
               MOVE ACT-ORDER-ID TO WS-DTL-ORDER-ID(WS-DTL-IDX)
               MOVE ACT-CUSTOMER-ID TO WS-DTL-CUSTOMER(WS-DTL-IDX)
               MOVE ACT-GROUP-CODE TO WS-DTL-GROUP(WS-DTL-IDX)
               MOVE WS-ROW-AMOUNT TO WS-DTL-AMOUNT(WS-DTL-IDX)
               MOVE WS-ROW-RATE TO WS-DTL-RATE(WS-DTL-IDX)
               MOVE WS-ROW-COMMISSION TO WS-DTL-COMMISSION(WS-DTL-IDX)
           END-IF.

       3000-PROCESS-ONE-REP.
           PERFORM 3100-COMPUTE-COMMISSION
           IF PLN-MONTH-POSTED(WS-PLN-IDX)
               ADD 1 TO WS-REPS-REPRINTED
               DISPLAY 'MONTH ALREADY POSTED - NOT PAID AGAIN: '
                   WS-PLN-REP-ID(WS-PLN-IDX)
           ELSE
               PERFORM 3400-POST-MONTH
           END-IF
           PERFORM 3500-WRITE-STATEMENT.

      *    Base commission at the group rates; the credit above each
      *    accelerator threshold earns the average rate again times
      *    (factor - 1). Clawbacks and the carry-in come off the top.
       3100-COMPUTE-COMMISSION.
           MOVE ZERO TO WS-PLN-BASE-COMM(WS-PLN-IDX)
                        WS-ACCEL-CREDIT
                        WS-ATTAINMENT
           PERFORM 3110-ADD-ONE-GROUP
               VARYING WS-GROUP-SUB FROM 1 BY 1
               UNTIL WS-GROUP-SUB > 6

           IF WS-PLN-QUOTA(WS-PLN-IDX) > ZERO
                   AND WS-PLN-CREDITED(WS-PLN-IDX) > ZERO
               COMPUTE WS-ATTAINMENT ROUNDED =
                   WS-PLN-CREDITED(WS-PLN-IDX) * 100
                   / WS-PLN-QUOTA(WS-PLN-IDX)
               PERFORM 3120-ADD-ONE-BAND
                   VARYING WS-ACCEL-SUB FROM 1 BY 1
                   UNTIL WS-ACCEL-SUB > 3
           END-IF

           IF WS-ACCEL-CREDIT > ZERO
               COMPUTE WS-PLN-ACCEL-COMM(WS-PLN-IDX) ROUNDED =
                   WS-ACCEL-CREDIT * WS-PLN-BASE-COMM(WS-PLN-IDX)
                   / WS-PLN-CREDITED(WS-PLN-IDX)
           ELSE
               MOVE ZERO TO WS-PLN-ACCEL-COMM(WS-PLN-IDX)
           END-IF

           COMPUTE WS-NET-COMMISSION =
               WS-PLN-BASE-COMM(WS-PLN-IDX)
               + WS-PLN-ACCEL-COMM(WS-PLN-IDX)
               - WS-PLN-CLAWBACK(WS-PLN-IDX)
               - WS-PLN-CARRIED-IN(WS-PLN-IDX)
           IF WS-NET-COMMISSION > ZERO
               MOVE WS-NET-COMMISSION TO WS-PLN-PAYABLE(WS-PLN-IDX)
               MOVE ZERO TO WS-PLN-CARRY-OUT(WS-PLN-IDX)
           ELSE
               MOVE ZERO TO WS-PLN-PAYABLE(WS-PLN-IDX)
               COMPUTE WS-PLN-CARRY-OUT(WS-PLN-IDX) =
                   ZERO - WS-NET-COMMISSION
           END-IF.

       3110-ADD-ONE-GROUP.
           COMPUTE WS-ROW-COMMISSION ROUNDED =
               WS-PLN-GROUP-CREDIT(WS-PLN-IDX, WS-GROUP-SUB)
               * WS-PLN-GROUP-PCT(WS-PLN-IDX, WS-GROUP-SUB) / 100
           ADD WS-ROW-COMMISSION TO WS-PLN-BASE-COMM(WS-PLN-IDX).

      *    Band of this accelerator: from its threshold up to the
      *    next one's (or without limit for the last in use).
       3120-ADD-ONE-BAND.
           IF WS-PLN-ACCEL-FROM(WS-PLN-IDX, WS-ACCEL-SUB) > ZERO
                   AND WS-PLN-ACCEL-FACTOR(WS-PLN-IDX, WS-ACCEL-SUB)
                       > 1
               COMPUTE WS-BAND-FROM = WS-PLN-QUOTA(WS-PLN-IDX)
                   * WS-PLN-ACCEL-FROM(WS-PLN-IDX, WS-ACCEL-SUB) / 100
               MOVE WS-PLN-CREDITED(WS-PLN-IDX) TO WS-BAND-TO
               IF WS-ACCEL-SUB < 3
                   IF WS-PLN-ACCEL-FROM(WS-PLN-IDX, WS-ACCEL-SUB + 1)
                           > WS-PLN-ACCEL-FROM(WS-PLN-IDX, WS-ACCEL-SUB)
                       COMPUTE WS-BAND-CREDIT =
                           WS-PLN-QUOTA(WS-PLN-IDX)
                           * WS-PLN-ACCEL-FROM(WS-PLN-IDX,
                                               WS-ACCEL-SUB + 1)
                           / 100
                       IF WS-BAND-CREDIT < WS-BAND-TO
                           MOVE WS-BAND-CREDIT TO WS-BAND-TO
                       END-IF
                   END-IF
               END-IF
               IF WS-BAND-TO > WS-BAND-FROM
                   COMPUTE WS-ACCEL-CREDIT = WS-ACCEL-CREDIT
                       + (WS-BAND-TO - WS-BAND-FROM)
                       * (WS-PLN-ACCEL-FACTOR(WS-PLN-IDX,
                                              WS-ACCEL-SUB) - 1)
               END-IF
           END-IF.

      *    Ledger entry whenever there is anything to record; an
      *    earnings record only when something is payable.
       3400-POST-MONTH.
           IF WS-PLN-CREDITED(WS-PLN-IDX) NOT = ZERO
                   OR WS-PLN-CLAWBACK(WS-PLN-IDX) NOT = ZERO
                   OR WS-PLN-CARRIED-IN(WS-PLN-IDX) NOT = ZERO
               MOVE SPACES TO COMMISSION-LEDGER-RECORD
               MOVE WS-RUN-DATE TO CML-POST-DATE
               MOVE WS-PERIOD-YYYYMM TO CML-MONTH
               MOVE WS-PLN-REP-ID(WS-PLN-IDX) TO CML-REP-ID
               MOVE WS-PLN-CREDITED(WS-PLN-IDX) TO CML-CREDITED
               IF WS-ATTAINMENT > 999.9
                   MOVE 999.9 TO CML-ATTAINMENT-PCT
               ELSE
                   MOVE WS-ATTAINMENT TO CML-ATTAINMENT-PCT
               END-IF
               COMPUTE CML-EARNED = WS-PLN-BASE-COMM(WS-PLN-IDX)
                   + WS-PLN-ACCEL-COMM(WS-PLN-IDX)
               MOVE WS-PLN-CLAWBACK(WS-PLN-IDX) TO CML-CLAWBACK
               MOVE WS-PLN-CARRIED-IN(WS-PLN-IDX) TO CML-CARRIED-IN
               MOVE WS-PLN-PAYABLE(WS-PLN-IDX) TO CML-PAYABLE
               MOVE WS-PLN-CARRY-OUT(WS-PLN-IDX) TO CML-CARRY-OUT
               WRITE COMMISSION-LEDGER-RECORD
               ADD WS-PLN-CLAWBACK(WS-PLN-IDX) TO WS-CLAWBACK-TOTAL
               ADD WS-PLN-CARRY-OUT(WS-PLN-IDX) TO WS-CARRIED-TOTAL
           END-IF

           IF WS-PLN-PAYABLE(WS-PLN-IDX) > ZERO
               MOVE SPACES TO COMMISSION-EARNINGS-RECORD
               MOVE WS-PLN-REP-ID(WS-PLN-IDX) TO CME-EMP-ID
               MOVE WS-PERIOD-YYYYMM TO CME-MONTH
               MOVE WS-PLN-PAYABLE(WS-PLN-IDX) TO CME-AMOUNT
               MOVE WS-RUN-DATE TO CME-POST-DATE
               WRITE COMMISSION-EARNINGS-RECORD
               ADD 1 TO WS-REPS-PAID
               ADD WS-PLN-PAYABLE(WS-PLN-IDX) TO WS-PAYABLE-TOTAL
           END-IF.

       3500-WRITE-STATEMENT.
           ADD 1 TO WS-STATEMENTS
           MOVE WS-PERIOD-YYYYMM TO WTL-MONTH
           MOVE WS-PLN-REP-ID(WS-PLN-IDX) TO WTL-REP-ID
           MOVE WS-PLN-REP-NAME(WS-PLN-IDX) TO WTL-REP-NAME
           IF PLN-MONTH-POSTED(WS-PLN-IDX)
               MOVE '  REPRINT - PAID EARLIER' TO WTL-NOTE
           ELSE
               MOVE SPACES TO WTL-NOTE
           END-IF
           WRITE COMMISSION-STATEMENT-RECORD FROM WS-TITLE-LINE
           IF PLN-ON-INVOICE(WS-PLN-IDX)
               MOVE 'INVOICED' TO WPL-BASIS
           ELSE
               MOVE 'COLLECTED' TO WPL-BASIS
           END-IF
           MOVE WS-PLN-QUOTA(WS-PLN-IDX) TO WPL-QUOTA
           WRITE COMMISSION-STATEMENT-RECORD FROM WS-PLAN-LINE
           WRITE COMMISSION-STATEMENT-RECORD FROM WS-BLANK-LINE

           WRITE COMMISSION-STATEMENT-RECORD FROM WS-DETAIL-HEADER
           SET WS-PLAN-SLOT TO WS-PLN-IDX
           PERFORM 3510-WRITE-ONE-DETAIL
               VARYING WS-DTL-IDX FROM 1 BY 1
               UNTIL WS-DTL-IDX > WS-DTL-COUNT
           WRITE COMMISSION-STATEMENT-RECORD FROM WS-BLANK-LINE

           PERFORM 3520-WRITE-ONE-GROUP
               VARYING WS-GROUP-SUB FROM 1 BY 1
               UNTIL WS-GROUP-SUB > 6
           WRITE COMMISSION-STATEMENT-RECORD FROM WS-BLANK-LINE

           MOVE SPACES TO WAM-NOTE
           MOVE 'INVOICED THIS MONTH' TO WAM-LABEL
           MOVE WS-PLN-INVOICED(WS-PLN-IDX) TO WAM-AMOUNT
           WRITE COMMISSION-STATEMENT-RECORD FROM WS-AMOUNT-LINE
           MOVE 'COLLECTED THIS MONTH' TO WAM-LABEL
           MOVE WS-PLN-COLLECTED(WS-PLN-IDX) TO WAM-AMOUNT
           WRITE COMMISSION-STATEMENT-RECORD FROM WS-AMOUNT-LINE
           MOVE 'TOTAL CREDITED' TO WAM-LABEL
           MOVE WS-PLN-CREDITED(WS-PLN-IDX) TO WAM-AMOUNT
           WRITE COMMISSION-STATEMENT-RECORD FROM WS-AMOUNT-LINE
           IF WS-PLN-QUOTA(WS-PLN-IDX) > ZERO
               MOVE WS-ATTAINMENT TO WAT-PCT
               WRITE COMMISSION-STATEMENT-RECORD
                   FROM WS-ATTAINMENT-LINE
           END-IF
           MOVE 'COMMISSION AT PLAN RATES' TO WAM-LABEL
           MOVE WS-PLN-BASE-COMM(WS-PLN-IDX) TO WAM-AMOUNT
           WRITE COMMISSION-STATEMENT-RECORD FROM WS-AMOUNT-LINE
           MOVE 'ACCELERATOR ABOVE QUOTA' TO WAM-LABEL
           MOVE WS-PLN-ACCEL-COMM(WS-PLN-IDX) TO WAM-AMOUNT
           WRITE COMMISSION-STATEMENT-RECORD FROM WS-AMOUNT-LINE
           MOVE 'CLAWBACK ON RETURNS' TO WAM-LABEL
           COMPUTE WAM-AMOUNT = ZERO - WS-PLN-CLAWBACK(WS-PLN-IDX)
           WRITE COMMISSION-STATEMENT-RECORD FROM WS-AMOUNT-LINE
           IF WS-PLN-CARRIED-IN(WS-PLN-IDX) > ZERO
               MOVE 'CLAWBACK CARRIED FROM' TO WAM-LABEL
               MOVE WS-PLN-CARRY-MONTH(WS-PLN-IDX) TO WAM-LABEL(23:6)
               COMPUTE WAM-AMOUNT =
                   ZERO - WS-PLN-CARRIED-IN(WS-PLN-IDX)
               WRITE COMMISSION-STATEMENT-RECORD FROM WS-AMOUNT-LINE
           END-IF
           MOVE 'PAYABLE THROUGH PAYROLL' TO WAM-LABEL
           MOVE WS-PLN-PAYABLE(WS-PLN-IDX) TO WAM-AMOUNT
           WRITE COMMISSION-STATEMENT-RECORD FROM WS-AMOUNT-LINE
           IF WS-PLN-CARRY-OUT(WS-PLN-IDX) > ZERO
               MOVE 'CLAWBACK CARRIED TO NEXT MONTH' TO WAM-LABEL
               MOVE WS-PLN-CARRY-OUT(WS-PLN-IDX) TO WAM-AMOUNT
               WRITE COMMISSION-STATEMENT-RECORD FROM WS-AMOUNT-LINE
           END-IF
           MOVE 'YOUR RECEIVABLES STILL OPEN' TO WAM-LABEL
           MOVE WS-PLN-OPEN-AR(WS-PLN-IDX) TO WAM-AMOUNT
           IF NOT PLN-ON-INVOICE(WS-PLN-IDX)
               MOVE 'EARNS WHEN COLLECTED' TO WAM-NOTE
           END-IF
           WRITE COMMISSION-STATEMENT-RECORD FROM WS-AMOUNT-LINE
           WRITE COMMISSION-STATEMENT-RECORD FROM WS-BLANK-LINE
           WRITE COMMISSION-STATEMENT-RECORD FROM WS-BLANK-LINE.

       3510-WRITE-ONE-DETAIL.
           IF WS-DTL-PLAN-SLOT(WS-DTL-IDX) = WS-PLAN-SLOT
               MOVE WS-DTL-DATE(WS-DTL-IDX) TO WDL-DATE
               MOVE WS-DTL-TYPE(WS-DTL-IDX) TO WDL-TYPE
               MOVE WS-DTL-INVOICE(WS-DTL-IDX) TO WDL-INVOICE
               MOVE WS-DTL-ORDER-ID(WS-DTL-IDX) TO WDL-ORDER-ID
               MOVE WS-DTL-CUSTOMER(WS-DTL-IDX) TO WDL-CUSTOMER
               MOVE WS-DTL-GROUP(WS-DTL-IDX) TO WDL-GROUP
               MOVE WS-DTL-AMOUNT(WS-DTL-IDX) TO WDL-AMOUNT
               MOVE WS-DTL-RATE(WS-DTL-IDX) TO WDL-RATE
               MOVE WS-DTL-COMMISSION(WS-DTL-IDX) TO WDL-COMMISSION
               WRITE COMMISSION-STATEMENT-RECORD FROM WS-DETAIL-LINE
           END-IF.

       3520-WRITE-ONE-GROUP.
           IF WS-PLN-GROUP-CREDIT(WS-PLN-IDX, WS-GROUP-SUB)
                   NOT = ZERO
               IF WS-GROUP-SUB = 6
                   MOVE 'OTHER' TO WGL-GROUP
               ELSE
                   MOVE WS-PLN-GROUP-CODE(WS-PLN-IDX, WS-GROUP-SUB)
                       TO WGL-GROUP
               END-IF
               MOVE WS-PLN-GROUP-CREDIT(WS-PLN-IDX, WS-GROUP-SUB)
                   TO WGL-CREDIT
               MOVE WS-PLN-GROUP-PCT(WS-PLN-IDX, WS-GROUP-SUB)
                   TO WGL-RATE
               WRITE COMMISSION-STATEMENT-RECORD FROM WS-GROUP-LINE
           END-IF.

       4000-FINALIZE.
           IF WS-CMP-STATUS = '00' OR WS-CMP-STATUS = '10'
               CLOSE COMMISSION-PLAN-FILE
           END-IF.
           IF WS-ACT-STATUS = '00' OR WS-ACT-STATUS = '10'
               CLOSE AR-ACTIVITY-FILE
           END-IF.
           IF WS-ARO-STATUS = '00' OR WS-ARO-STATUS = '10'
               CLOSE AR-OPEN-FILE
           END-IF.
           CLOSE COMMISSION-LEDGER-FILE
                 COMMISSION-EARNINGS-FILE
                 COMMISSION-STATEMENT-FILE.

           DISPLAY '======================================'.
           DISPLAY 'COMMISSION STATISTICS'.
           DISPLAY '======================================'.
           DISPLAY 'Plans Read:         ' WS-PLANS-READ.
           DISPLAY 'Activity Read:      ' WS-ACTIVITY-READ.
           DISPLAY 'Rows Credited:      ' WS-ROWS-CREDITED.
           DISPLAY 'Rows Clawed Back:   ' WS-ROWS-CLAWED-BACK.
           DISPLAY 'Rows With No Plan:  ' WS-ROWS-NO-PLAN.
           DISPLAY 'Reps Paid:          ' WS-REPS-PAID.
           DISPLAY 'Reps Reprinted:     ' WS-REPS-REPRINTED.
           DISPLAY 'Payable Total:      ' WS-PAYABLE-TOTAL.
           DISPLAY 'Clawback Total:     ' WS-CLAWBACK-TOTAL.
           DISPLAY 'Carried Forward:    ' WS-CARRIED-TOTAL.
           DISPLAY 'Statements:         ' WS-STATEMENTS.
           DISPLAY '======================================'.

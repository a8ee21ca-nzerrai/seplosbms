       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-STATEMENT.
       AUTHOR. TEST-SUITE.
      *****************************************************************
      * Monthly statement of account for trade customers.             *
      * - Statement month is call parameter 1 (YYYYMM), default the   *
      *   month before the run date                                   *
      * - Opening balance, every invoice, credit memo, payment,       *
      *   deduction, finance charge and write-off of the month (the   *
      *   ar-activity.dat log kept by AR-PROCESSOR, DUNNING and AR-   *
      *   WRITEOFF) with a running balance, and the closing balance   *
      * - Current balance from the AR open items, with the aging      *
      *   strip current / 30 / 60 / 90+ days past due                 *
      * - Address block from CUSTFILE; customers who chose electronic *
      *   delivery (CUST-DELIVERY-PREF 'E' with a CUST-EMAIL) go to   *
      *   the e-statement extract, the others to print, as STMTGEN    *
      *   does for bank statements                                    *
      * - Customers with a zero balance and no activity get no        *
      *   statement                                                   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-OPEN-FILE
               ASSIGN TO 'ar-open-items.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARO-STATUS.

           SELECT AR-ACTIVITY-FILE
               ASSIGN TO 'ar-activity.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACT-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO CUSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CST-STATUS.

           SELECT STATEMENT-FILE
               ASSIGN TO 'ar-statements.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STM-STATUS.

      *    One record per statement line, carrying the address the
      *    mailing step sends the statement to.
           SELECT E-STATEMENT-FILE
               ASSIGN TO 'ar-e-statements.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EST-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Same layout as in AR-PROCESSOR.
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
      *    Sales rep and product group the item's commission is
      *    credited to; blank on items that earn none.
           05  ARO-SALES-REP        PIC X(6).
           05  ARO-GROUP-CODE       PIC X(4).

      *    Same layout as in AR-PROCESSOR.
       FD  AR-ACTIVITY-FILE.
       01  AR-ACTIVITY-RECORD.
           05  ACT-DATE             PIC 9(8).
           05  ACT-CUSTOMER-ID      PIC X(8).
           05  ACT-TYPE             PIC X(3).
           05  ACT-INVOICE-NUMBER   PIC 9(8).
           05  ACT-ORDER-ID         PIC X(10).
           05  ACT-AMOUNT           PIC S9(9)V99.
           05  FILLER               PIC X(12).

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS.
       COPY CUSTOMER-RECORD.

       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD         PIC X(132).

       FD  E-STATEMENT-FILE.
       01  E-STATEMENT-RECORD.
           05  ES-CUST-EMAIL        PIC X(50).
           05  ES-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-ARO-STATUS        PIC XX.
           05  WS-ACT-STATUS        PIC XX.
           05  WS-CST-STATUS        PIC XX.
           05  WS-STM-STATUS        PIC XX.
           05  WS-EST-STATUS        PIC XX.

       01  WS-FLAGS.
           05  WS-ARO-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  ARO-EOF          VALUE 'Y'.
           05  WS-ACT-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  ACT-EOF          VALUE 'Y'.
           05  WS-CTB-FOUND-FLAG    PIC X(1) VALUE 'N'.
               88  CTB-FOUND        VALUE 'Y'.
           05  WS-DELIVERY-FLAG     PIC X(1) VALUE 'P'.
               88  ELECTRONIC-DELIVERY VALUE 'E'.
               88  PAPER-DELIVERY   VALUE 'P'.

       01  WS-COUNTERS.
           05  WS-ITEMS-READ        PIC 9(7) VALUE 0.
           05  WS-ACTIVITY-READ     PIC 9(7) VALUE 0.
           05  WS-STATEMENTS        PIC 9(7) VALUE 0.
           05  WS-E-STATEMENTS      PIC 9(7) VALUE 0.
           05  WS-FALLBACK-PAPER    PIC 9(7) VALUE 0.
           05  WS-SUPPRESSED        PIC 9(7) VALUE 0.
           05  WS-LINES-WRITTEN     PIC 9(7) VALUE 0.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR          PIC 9(4).
           05  WS-RUN-MONTH         PIC 9(2).
           05  WS-RUN-DAY           PIC 9(2).
       01  WS-RUN-DATE-INT          PIC S9(9) COMP-3 VALUE 0.

      *    Statement month, overridable by call parameter 1.
       01  WS-PARAMETERS.
           05  WS-ARG-NUM           PIC 9(02) VALUE 1.
           05  WS-PARM-IN           PIC X(12) VALUE SPACES.
           05  WS-STMT-YEAR         PIC 9(4) VALUE 0.
           05  WS-STMT-MONTH        PIC 9(2) VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-MONTH-START       PIC 9(8) VALUE 0.
           05  WS-MONTH-END         PIC 9(8) VALUE 0.
           05  WS-NEXT-MONTH-INT    PIC S9(9) COMP-3 VALUE 0.
           05  WS-DUE-DATE-INT      PIC S9(9) COMP-3 VALUE 0.
           05  WS-DAYS-PAST-DUE     PIC S9(5) COMP-3 VALUE 0.
           05  WS-CUST-ID-NUM       PIC 9(10) VALUE 0.
           05  WS-CUSTOMER-KEY      PIC X(8) VALUE SPACES.
           05  WS-OPENING-BALANCE   PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-RUNNING-BALANCE   PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-DELIVERY-EMAIL    PIC X(50) VALUE SPACES.
           05  WS-ATB-SCAN          PIC 9(5) COMP-3 VALUE 0.

      *    One entry per customer with open items or logged activity
      *    from the statement month on.
       01  WS-CUSTOMER-TABLE.
           05  WS-CTB-COUNT         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-CTB-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-CTB-COUNT
                   INDEXED BY WS-CTB-IDX.
               10  WS-CTB-CUSTOMER  PIC X(8).
               10  WS-CTB-BALANCE   PIC S9(11)V99 COMP-3.
               10  WS-CTB-CURRENT   PIC S9(11)V99 COMP-3.
               10  WS-CTB-OVER-30   PIC S9(11)V99 COMP-3.
               10  WS-CTB-OVER-60   PIC S9(11)V99 COMP-3.
               10  WS-CTB-OVER-90   PIC S9(11)V99 COMP-3.
               10  WS-CTB-MONTH-TOTAL PIC S9(11)V99 COMP-3.
               10  WS-CTB-MONTH-LINES PIC 9(5) COMP-3.
               10  WS-CTB-AFTER-TOTAL PIC S9(11)V99 COMP-3.

      *    Activity dated in the statement month or later, in log
      *    order (which is posting order).
       01  WS-ACTIVITY-TABLE.
           05  WS-ATB-COUNT         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-ATB-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-ATB-COUNT.
               10  WS-ATB-CUSTOMER  PIC X(8).
               10  WS-ATB-DATE      PIC 9(8).
               10  WS-ATB-TYPE      PIC X(3).
               10  WS-ATB-INVOICE   PIC 9(8).
               10  WS-ATB-ORDER-ID  PIC X(10).
               10  WS-ATB-AMOUNT    PIC S9(9)V99 COMP-3.

      *    Every statement line is built here and routed to the
      *    customer's channel by 3900-WRITE-STATEMENT-LINE.
       01  WS-STMT-LINE             PIC X(132).

       01  WS-TITLE-LINE.
           05  FILLER               PIC X(24)
               VALUE 'STATEMENT OF ACCOUNT    '.
           05  FILLER               PIC X(8) VALUE 'PERIOD: '.
           05  WTL-FROM             PIC 9(8).
           05  FILLER               PIC X(3) VALUE ' - '.
           05  WTL-TO               PIC 9(8).
           05  FILLER               PIC X(14) VALUE '    CUSTOMER: '.
           05  WTL-CUSTOMER         PIC X(8).
           05  FILLER               PIC X(59) VALUE SPACES.

       01  WS-ADDRESS-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WAD-TEXT             PIC X(60).
           05  FILLER               PIC X(68) VALUE SPACES.

       01  WS-CITY-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WCY-CITY             PIC X(30).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WCY-STATE            PIC X(2).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WCY-ZIP              PIC 9(5).
           05  FILLER               PIC X(89) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER               PIC X(44)
               VALUE 'DATE       TYPE  INVOICE   ORDER           '.
           05  FILLER               PIC X(44)
               VALUE '       AMOUNT             BALANCE'.
           05  FILLER               PIC X(44) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WDL-DATE             PIC 9(8).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WDL-TYPE             PIC X(3).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WDL-INVOICE          PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WDL-ORDER-ID         PIC X(10).
           05  FILLER               PIC X(5) VALUE SPACES.
           05  WDL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WDL-BALANCE          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(55) VALUE SPACES.

      *    Opening, closing and current balance lines.
       01  WS-BALANCE-LINE.
           05  FILLER               PIC X(11) VALUE SPACES.
           05  WBL-LABEL            PIC X(36).
           05  WBL-DATE             PIC X(8).
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WBL-BALANCE          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(55) VALUE SPACES.

       01  WS-AGING-HEADER.
           05  FILLER               PIC X(44)
               VALUE '       CURRENT          30 DAYS          60 '.
           05  FILLER               PIC X(44)
               VALUE 'DAYS         90+ DAYS'.
           05  FILLER               PIC X(44) VALUE SPACES.

       01  WS-AGING-LINE.
           05  WAG-CURRENT          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WAG-OVER-30          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WAG-OVER-60          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WAG-OVER-90          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(66) VALUE SPACES.

       01  WS-SEPARATOR-LINE.
           05  FILLER               PIC X(66) VALUE ALL '-'.
           05  FILLER               PIC X(66) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LOAD-OPEN-ITEM
               UNTIL ARO-EOF.
           PERFORM 2500-LOAD-ACTIVITY
               UNTIL ACT-EOF.
           PERFORM 3000-ONE-CUSTOMER
               VARYING WS-CTB-IDX FROM 1 BY 1
               UNTIL WS-CTB-IDX > WS-CTB-COUNT.
           PERFORM 4000-FINALIZE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

           PERFORM 1050-PARSE-PARAMETERS.

           OPEN INPUT AR-OPEN-FILE.
           IF WS-ARO-STATUS NOT = '00'
               DISPLAY 'NO AR OPEN ITEMS - BALANCES TAKEN AS ZERO'
               MOVE 'Y' TO WS-ARO-EOF-FLAG
           END-IF.

           OPEN INPUT AR-ACTIVITY-FILE.
           IF WS-ACT-STATUS NOT = '00'
               DISPLAY 'NO AR ACTIVITY LOG - BALANCES ONLY'
               MOVE 'Y' TO WS-ACT-EOF-FLAG
           END-IF.

           OPEN INPUT CUSTOMER-FILE.
           IF WS-CST-STATUS NOT = '00'
               DISPLAY 'CUSTOMER FILE UNAVAILABLE (' WS-CST-STATUS
                   ') - PRINTED STATEMENTS WITHOUT ADDRESS'
           END-IF.

           OPEN OUTPUT STATEMENT-FILE
                OUTPUT E-STATEMENT-FILE.

       1050-PARSE-PARAMETERS.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-IN FROM ARGUMENT-VALUE.
           IF WS-PARM-IN(1:6) NUMERIC
               MOVE WS-PARM-IN(1:4) TO WS-STMT-YEAR
               MOVE WS-PARM-IN(5:2) TO WS-STMT-MONTH
           END-IF.
           IF WS-STMT-MONTH < 1 OR WS-STMT-MONTH > 12
               IF WS-RUN-MONTH = 1
                   COMPUTE WS-STMT-YEAR = WS-RUN-YEAR - 1
                   MOVE 12 TO WS-STMT-MONTH
               ELSE
                   MOVE WS-RUN-YEAR TO WS-STMT-YEAR
                   COMPUTE WS-STMT-MONTH = WS-RUN-MONTH - 1
               END-IF
           END-IF.

      *    The month ends the day before the first of the next one.
           COMPUTE WS-MONTH-START = WS-STMT-YEAR * 10000
               + WS-STMT-MONTH * 100 + 1.
           IF WS-STMT-MONTH = 12
               COMPUTE WS-NEXT-MONTH-INT = FUNCTION INTEGER-OF-DATE
                   ((WS-STMT-YEAR + 1) * 10000 + 101)
           ELSE
               COMPUTE WS-NEXT-MONTH-INT = FUNCTION INTEGER-OF-DATE
                   (WS-MONTH-START + 100)
           END-IF.
           COMPUTE WS-MONTH-END =
               FUNCTION DATE-OF-INTEGER(WS-NEXT-MONTH-INT - 1).

           DISPLAY 'STATEMENT PERIOD: ' WS-MONTH-START
               ' - ' WS-MONTH-END '  RUN DATE: ' WS-RUN-DATE.

      *    The balance and the aging strip are as of the run date:
      *    the open items are what the customer owes today.
       2000-LOAD-OPEN-ITEM.
           READ AR-OPEN-FILE
               AT END MOVE 'Y' TO WS-ARO-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-ITEMS-READ
                   MOVE ARO-CUSTOMER-ID TO WS-CUSTOMER-KEY
                   PERFORM 2900-FIND-CUSTOMER
                   IF CTB-FOUND
                       PERFORM 2100-AGE-OPEN-ITEM
                   END-IF
           END-READ.

       2100-AGE-OPEN-ITEM.
           ADD ARO-AMOUNT-OPEN TO WS-CTB-BALANCE(WS-CTB-IDX)
           COMPUTE WS-DUE-DATE-INT =
               FUNCTION INTEGER-OF-DATE(ARO-DUE-DATE)
           COMPUTE WS-DAYS-PAST-DUE =
               WS-RUN-DATE-INT - WS-DUE-DATE-INT
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE <= ZERO
                   ADD ARO-AMOUNT-OPEN TO WS-CTB-CURRENT(WS-CTB-IDX)
               WHEN WS-DAYS-PAST-DUE <= 30
                   ADD ARO-AMOUNT-OPEN TO WS-CTB-OVER-30(WS-CTB-IDX)
               WHEN WS-DAYS-PAST-DUE <= 60
                   ADD ARO-AMOUNT-OPEN TO WS-CTB-OVER-60(WS-CTB-IDX)
               WHEN OTHER
                   ADD ARO-AMOUNT-OPEN TO WS-CTB-OVER-90(WS-CTB-IDX)
           END-EVALUATE.

      *    Activity before the month is already inside the opening
      *    balance; everything from the first of the month on is
      *    kept, split into the month and what came after it.
       2500-LOAD-ACTIVITY.
           READ AR-ACTIVITY-FILE
               AT END MOVE 'Y' TO WS-ACT-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-ACTIVITY-READ
                   IF ACT-DATE NOT < WS-MONTH-START
                       AND ACT-AMOUNT NUMERIC
                       MOVE ACT-CUSTOMER-ID TO WS-CUSTOMER-KEY
                       PERFORM 2900-FIND-CUSTOMER
                       IF CTB-FOUND
                           PERFORM 2600-KEEP-ACTIVITY
                       END-IF
                   END-IF
           END-READ.

       2600-KEEP-ACTIVITY.
           IF ACT-DATE > WS-MONTH-END
               ADD ACT-AMOUNT TO WS-CTB-AFTER-TOTAL(WS-CTB-IDX)
           ELSE
               IF WS-ATB-COUNT < 20000
                   ADD 1 TO WS-ATB-COUNT
                   MOVE ACT-CUSTOMER-ID
                       TO WS-ATB-CUSTOMER(WS-ATB-COUNT)
                   MOVE ACT-DATE TO WS-ATB-DATE(WS-ATB-COUNT)
                   MOVE ACT-TYPE TO WS-ATB-TYPE(WS-ATB-COUNT)
                   MOVE ACT-INVOICE-NUMBER
                       TO WS-ATB-INVOICE(WS-ATB-COUNT)
                   MOVE ACT-ORDER-ID TO WS-ATB-ORDER-ID(WS-ATB-COUNT)
                   MOVE ACT-AMOUNT TO WS-ATB-AMOUNT(WS-ATB-COUNT)
                   ADD ACT-AMOUNT TO WS-CTB-MONTH-TOTAL(WS-CTB-IDX)
                   ADD 1 TO WS-CTB-MONTH-LINES(WS-CTB-IDX)
               ELSE
                   DISPLAY 'ACTIVITY TABLE FULL - LINE OMITTED: '
                       ACT-CUSTOMER-ID ' ' ACT-INVOICE-NUMBER
               END-IF
           END-IF.

      *    Finds WS-CUSTOMER-KEY in the customer table, adding it
      *    when new; CTB-FOUND is off only when the table is full.
       2900-FIND-CUSTOMER.
           MOVE 'N' TO WS-CTB-FOUND-FLAG
           IF WS-CTB-COUNT > 0
               SET WS-CTB-IDX TO 1
               SEARCH WS-CTB-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CTB-CUSTOMER(WS-CTB-IDX) = WS-CUSTOMER-KEY
                       MOVE 'Y' TO WS-CTB-FOUND-FLAG
               END-SEARCH
           END-IF

           IF NOT CTB-FOUND
               IF WS-CTB-COUNT < 5000
                   ADD 1 TO WS-CTB-COUNT
                   SET WS-CTB-IDX TO WS-CTB-COUNT
                   MOVE WS-CUSTOMER-KEY TO WS-CTB-CUSTOMER(WS-CTB-IDX)
                   MOVE ZERO TO WS-CTB-BALANCE(WS-CTB-IDX)
                                WS-CTB-CURRENT(WS-CTB-IDX)
                                WS-CTB-OVER-30(WS-CTB-IDX)
                                WS-CTB-OVER-60(WS-CTB-IDX)
                                WS-CTB-OVER-90(WS-CTB-IDX)
                                WS-CTB-MONTH-TOTAL(WS-CTB-IDX)
                                WS-CTB-MONTH-LINES(WS-CTB-IDX)
                                WS-CTB-AFTER-TOTAL(WS-CTB-IDX)
                   MOVE 'Y' TO WS-CTB-FOUND-FLAG
               ELSE
                   DISPLAY 'CUSTOMER TABLE FULL - NO STATEMENT FOR: '
                       WS-CUSTOMER-KEY
               END-IF
           END-IF.

      *    Opening balance = today's balance less everything logged
      *    from the first of the month on.
       3000-ONE-CUSTOMER.
           IF WS-CTB-BALANCE(WS-CTB-IDX) = ZERO
               AND WS-CTB-MONTH-LINES(WS-CTB-IDX) = ZERO
               AND WS-CTB-AFTER-TOTAL(WS-CTB-IDX) = ZERO
               ADD 1 TO WS-SUPPRESSED
           ELSE
               COMPUTE WS-OPENING-BALANCE =
                   WS-CTB-BALANCE(WS-CTB-IDX)
                   - WS-CTB-MONTH-TOTAL(WS-CTB-IDX)
                   - WS-CTB-AFTER-TOTAL(WS-CTB-IDX)
               PERFORM 3100-DECIDE-DELIVERY-CHANNEL
               PERFORM 3200-WRITE-HEADING
               PERFORM 3300-WRITE-ACTIVITY
               PERFORM 3400-WRITE-BALANCES
               ADD 1 TO WS-STATEMENTS
               IF ELECTRONIC-DELIVERY
                   ADD 1 TO WS-E-STATEMENTS
               END-IF
           END-IF.

      *    Paper unless the customer asked for electronic delivery
      *    and has an address to send it to. The customer record
      *    stays in the FD for the address block.
       3100-DECIDE-DELIVERY-CHANNEL.
           MOVE 'P' TO WS-DELIVERY-FLAG
           MOVE SPACES TO WS-DELIVERY-EMAIL
           MOVE SPACES TO CUST-FIRST-NAME
                          CUST-LAST-NAME
                          CUST-STREET
                          CUST-CITY
                          CUST-STATE
           MOVE ZERO TO CUST-ZIP
           IF (WS-CST-STATUS = '00' OR WS-CST-STATUS = '23')
                   AND WS-CTB-CUSTOMER(WS-CTB-IDX) NUMERIC
               MOVE WS-CTB-CUSTOMER(WS-CTB-IDX) TO WS-CUST-ID-NUM
               MOVE WS-CUST-ID-NUM TO CUST-ID
               READ CUSTOMER-FILE
                   KEY IS CUST-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CUST-DELIVERY-PREF = 'E'
                           IF CUST-EMAIL = SPACES
                               ADD 1 TO WS-FALLBACK-PAPER
                           ELSE
                               MOVE 'E' TO WS-DELIVERY-FLAG
                               MOVE CUST-EMAIL TO WS-DELIVERY-EMAIL
                           END-IF
                       END-IF
               END-READ
           END-IF.

       3200-WRITE-HEADING.
           MOVE WS-MONTH-START TO WTL-FROM
           MOVE WS-MONTH-END TO WTL-TO
           MOVE WS-CTB-CUSTOMER(WS-CTB-IDX) TO WTL-CUSTOMER
           MOVE WS-TITLE-LINE TO WS-STMT-LINE
           PERFORM 3900-WRITE-STATEMENT-LINE

           MOVE SPACES TO WAD-TEXT
           STRING CUST-FIRST-NAME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  CUST-LAST-NAME DELIMITED BY '  '
               INTO WAD-TEXT
           MOVE WS-ADDRESS-LINE TO WS-STMT-LINE
           PERFORM 3900-WRITE-STATEMENT-LINE
           MOVE CUST-STREET TO WAD-TEXT
           MOVE WS-ADDRESS-LINE TO WS-STMT-LINE
           PERFORM 3900-WRITE-STATEMENT-LINE
           MOVE CUST-CITY TO WCY-CITY
           MOVE CUST-STATE TO WCY-STATE
           MOVE CUST-ZIP TO WCY-ZIP
           MOVE WS-CITY-LINE TO WS-STMT-LINE
           PERFORM 3900-WRITE-STATEMENT-LINE

           MOVE SPACES TO WS-STMT-LINE
           PERFORM 3900-WRITE-STATEMENT-LINE
           MOVE WS-COLUMN-HEADER TO WS-STMT-LINE
           PERFORM 3900-WRITE-STATEMENT-LINE

           MOVE 'OPENING BALANCE' TO WBL-LABEL
           MOVE SPACES TO WBL-DATE
           MOVE WS-OPENING-BALANCE TO WBL-BALANCE
           MOVE WS-BALANCE-LINE TO WS-STMT-LINE
           PERFORM 3900-WRITE-STATEMENT-LINE.

       3300-WRITE-ACTIVITY.
           MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE
           IF WS-CTB-MONTH-LINES(WS-CTB-IDX) > ZERO
               PERFORM 3310-WRITE-ONE-ACTIVITY
                   VARYING WS-ATB-SCAN FROM 1 BY 1
                   UNTIL WS-ATB-SCAN > WS-ATB-COUNT
           END-IF.

       3310-WRITE-ONE-ACTIVITY.
           IF WS-ATB-CUSTOMER(WS-ATB-SCAN) = WS-CTB-CUSTOMER(WS-CTB-IDX)
               ADD WS-ATB-AMOUNT(WS-ATB-SCAN) TO WS-RUNNING-BALANCE
               MOVE WS-ATB-DATE(WS-ATB-SCAN) TO WDL-DATE
               MOVE WS-ATB-TYPE(WS-ATB-SCAN) TO WDL-TYPE
               MOVE WS-ATB-INVOICE(WS-ATB-SCAN) TO WDL-INVOICE
               MOVE WS-ATB-ORDER-ID(WS-ATB-SCAN) TO WDL-ORDER-ID
               MOVE WS-ATB-AMOUNT(WS-ATB-SCAN) TO WDL-AMOUNT
               MOVE WS-RUNNING-BALANCE TO WDL-BALANCE
               MOVE WS-DETAIL-LINE TO WS-STMT-LINE
               PERFORM 3900-WRITE-STATEMENT-LINE
           END-IF.

      *    Closing balance at month end, then whatever was posted
      *    between the month end and this run, which brings it to
      *    the current balance the aging strip breaks down.
       3400-WRITE-BALANCES.
           MOVE 'CLOSING BALANCE AT' TO WBL-LABEL
           MOVE WS-MONTH-END TO WBL-DATE
           MOVE WS-RUNNING-BALANCE TO WBL-BALANCE
           MOVE WS-BALANCE-LINE TO WS-STMT-LINE
           PERFORM 3900-WRITE-STATEMENT-LINE

           IF WS-CTB-AFTER-TOTAL(WS-CTB-IDX) NOT = ZERO
               MOVE 'ACTIVITY SINCE STATEMENT DATE' TO WBL-LABEL
               MOVE SPACES TO WBL-DATE
               MOVE WS-CTB-AFTER-TOTAL(WS-CTB-IDX) TO WBL-BALANCE
               MOVE WS-BALANCE-LINE TO WS-STMT-LINE
               PERFORM 3900-WRITE-STATEMENT-LINE
           END-IF

           MOVE 'CURRENT BALANCE AT' TO WBL-LABEL
           MOVE WS-RUN-DATE TO WBL-DATE
           MOVE WS-CTB-BALANCE(WS-CTB-IDX) TO WBL-BALANCE
           MOVE WS-BALANCE-LINE TO WS-STMT-LINE
           PERFORM 3900-WRITE-STATEMENT-LINE

           MOVE SPACES TO WS-STMT-LINE
           PERFORM 3900-WRITE-STATEMENT-LINE
           MOVE WS-AGING-HEADER TO WS-STMT-LINE
           PERFORM 3900-WRITE-STATEMENT-LINE
           MOVE WS-CTB-CURRENT(WS-CTB-IDX) TO WAG-CURRENT
           MOVE WS-CTB-OVER-30(WS-CTB-IDX) TO WAG-OVER-30
           MOVE WS-CTB-OVER-60(WS-CTB-IDX) TO WAG-OVER-60
           MOVE WS-CTB-OVER-90(WS-CTB-IDX) TO WAG-OVER-90
           MOVE WS-AGING-LINE TO WS-STMT-LINE
           PERFORM 3900-WRITE-STATEMENT-LINE
           MOVE WS-SEPARATOR-LINE TO WS-STMT-LINE
           PERFORM 3900-WRITE-STATEMENT-LINE.

       3900-WRITE-STATEMENT-LINE.
           IF ELECTRONIC-DELIVERY
               MOVE WS-DELIVERY-EMAIL TO ES-CUST-EMAIL
               MOVE WS-STMT-LINE TO ES-LINE
               WRITE E-STATEMENT-RECORD
           ELSE
               WRITE STATEMENT-RECORD FROM WS-STMT-LINE
           END-IF
           ADD 1 TO WS-LINES-WRITTEN.

       4000-FINALIZE.
           IF WS-ARO-STATUS = '00' OR WS-ARO-STATUS = '10'
               CLOSE AR-OPEN-FILE
           END-IF.
           IF WS-ACT-STATUS = '00' OR WS-ACT-STATUS = '10'
               CLOSE AR-ACTIVITY-FILE
           END-IF.
           IF WS-CST-STATUS = '00' OR WS-CST-STATUS = '23'
               CLOSE CUSTOMER-FILE
           END-IF.
           CLOSE STATEMENT-FILE
                 E-STATEMENT-FILE.

           DISPLAY '======================================'.
           DISPLAY 'AR STATEMENT STATISTICS'.
           DISPLAY '======================================'.
           DISPLAY 'Open Items Read:    ' WS-ITEMS-READ.
           DISPLAY 'Activity Read:      ' WS-ACTIVITY-READ.
           DISPLAY 'Statements:         ' WS-STATEMENTS.
           DISPLAY 'E-Statements:       ' WS-E-STATEMENTS.
           DISPLAY 'Paper (No Email):   ' WS-FALLBACK-PAPER.
           DISPLAY 'Suppressed:         ' WS-SUPPRESSED.
           DISPLAY 'Lines Written:      ' WS-LINES-WRITTEN.
           DISPLAY '======================================'.

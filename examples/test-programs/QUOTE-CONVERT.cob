       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTE-CONVERT.
       AUTHOR. TEST-SUITE.
      *****************************************************************
      * Sales quotation maintenance and conversion to orders: an      *
      * accepted quote is no longer re-keyed at whatever price the    *
      * clerk remembers.                                              *
      * - quotations.dat holds header ('H': quote, customer, quote    *
      *   and expiry dates, status) and line ('L': product, quantity, *
      *   quoted price) records, rewritten each run to                *
      *   quotations-new.dat (the same old/new cycle as the other     *
      *   registers)                                                  *
      * - Customer responses (quote-responses.dat) accept ('A') or    *
      *   decline ('D') a quote; an acceptance dated after the expiry *
      *   date is refused and the quote expires                       *
      * - An accepted quote becomes an 'H'/'L' order (order id 'QT'   *
      *   + quote number, ORD-H-QUOTE-NUMBER set) in                  *
      *   quote-orders.dat, concatenated to the order intake like the *
      *   partner bridge output; ORDER-PROCESSOR honors its prices    *
      * - Open quotes past their expiry date are closed ('X')         *
      * - Conversion-rate report by customer and by product for sales *
      *   management (quote-conversion-report.txt)                    *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTATION-FILE
               ASSIGN TO 'quotations.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUO-STATUS.

           SELECT NEW-QUOTATION-FILE
               ASSIGN TO 'quotations-new.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NQU-STATUS.

           SELECT QUOTE-RESPONSE-FILE
               ASSIGN TO 'quote-responses.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QRS-STATUS.

      *    Output in the orders.dat layout; operations concatenates
      *    it to the day's order intake for ORDER-PROCESSOR.
           SELECT QUOTE-ORDER-FILE
               ASSIGN TO 'quote-orders.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QOR-STATUS.

           SELECT CONVERSION-REPORT-FILE
               ASSIGN TO 'quote-conversion-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Header ('H') followed by its lines ('L'). Status: blank or
      *    'O' open, 'A' accepted (by hand, converted this run),
      *    'C' converted to an order, 'X' expired, 'D' declined.
       FD  QUOTATION-FILE.
       01  QUOTATION-RECORD.
           05  QUO-RECORD-TYPE      PIC X(1).
               88  QUO-IS-HEADER    VALUE 'H'.
               88  QUO-IS-LINE      VALUE 'L'.
           05  QUO-INPUT-BODY       PIC X(59).
           05  QUO-HEADER-BODY REDEFINES QUO-INPUT-BODY.
               10  QUO-H-QUOTE-NUMBER PIC X(8).
               10  QUO-H-CUSTOMER-ID PIC X(8).
               10  QUO-H-QUOTE-DATE PIC 9(8).
               10  QUO-H-EXPIRY-DATE PIC 9(8).
               10  QUO-H-STATUS     PIC X(1).
                   88  QUO-OPEN     VALUE 'O' ' '.
                   88  QUO-ACCEPTED VALUE 'A'.
                   88  QUO-CONVERTED VALUE 'C'.
                   88  QUO-EXPIRED  VALUE 'X'.
                   88  QUO-DECLINED VALUE 'D'.
               10  QUO-H-SALES-REP  PIC X(6).
               10  QUO-H-ORDER-ID   PIC X(10).
               10  QUO-H-CLOSED-DATE PIC 9(8).
               10  FILLER           PIC X(2).
           05  QUO-LINE-BODY REDEFINES QUO-INPUT-BODY.
               10  QUO-L-QUOTE-NUMBER PIC X(8).
               10  QUO-L-LINE-NUMBER PIC 9(3).
               10  QUO-L-PRODUCT-CODE PIC X(6).
               10  QUO-L-QUANTITY   PIC 9(5).
               10  QUO-L-QUOTED-PRICE PIC 9(7)V99.
               10  QUO-L-DISCOUNT-RATE PIC 99V99.
               10  FILLER           PIC X(24).

       FD  NEW-QUOTATION-FILE.
       01  NEW-QUOTATION-RECORD     PIC X(60).

      *    Customer response to a quote: 'A' accept, 'D' decline.
      *    QRS-PRIORITY is the order priority for an accepted quote
      *    (blank = 'M').
       FD  QUOTE-RESPONSE-FILE.
       01  QUOTE-RESPONSE-RECORD.
           05  QRS-QUOTE-NUMBER     PIC X(8).
           05  QRS-RESPONSE         PIC X(1).
               88  QRS-ACCEPT       VALUE 'A'.
               88  QRS-DECLINE      VALUE 'D'.
           05  QRS-RESPONSE-DATE    PIC 9(8).
           05  QRS-PRIORITY         PIC X(1).
           05  FILLER               PIC X(12).

      *    Same layout as ORDER-INPUT-RECORD in ORDER-PROCESSOR.
       FD  QUOTE-ORDER-FILE.
       01  ORDER-INPUT-RECORD.
           05  ORD-RECORD-TYPE      PIC X(1).
           05  ORD-INPUT-BODY       PIC X(44).
           05  ORD-HEADER-BODY REDEFINES ORD-INPUT-BODY.
               10  ORD-H-ORDER-ID   PIC X(10).
               10  ORD-H-CUSTOMER-ID PIC X(8).
               10  ORD-H-ORDER-DATE PIC X(10).
               10  ORD-H-PRIORITY   PIC X(1).
               10  ORD-H-QUOTE-NUMBER PIC X(8).
               10  ORD-H-SALES-REP  PIC X(6).
               10  FILLER           PIC X(1).
           05  ORD-LINE-BODY REDEFINES ORD-INPUT-BODY.
               10  ORD-L-ORDER-ID   PIC X(10).
               10  ORD-L-LINE-NUMBER PIC 9(3).
               10  ORD-L-PRODUCT-CODE PIC X(6).
               10  ORD-L-QUANTITY   PIC 9(5).
               10  ORD-L-UNIT-PRICE PIC 9(7)V99.
               10  ORD-L-DISCOUNT-RATE PIC 99V99.
               10  FILLER           PIC X(2).

       FD  CONVERSION-REPORT-FILE.
       01  CONVERSION-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-QUO-STATUS        PIC XX.
           05  WS-NQU-STATUS        PIC XX.
           05  WS-QRS-STATUS        PIC XX.
           05  WS-QOR-STATUS        PIC XX.
           05  WS-RPT-STATUS        PIC XX.

       01  WS-FLAGS.
           05  WS-QUO-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  QUO-EOF          VALUE 'Y'.
           05  WS-QRS-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  QRS-EOF          VALUE 'Y'.
           05  WS-CONVERTING-FLAG   PIC X(1) VALUE 'N'.
               88  CONVERTING-QUOTE VALUE 'Y'.
           05  WS-FOUND-FLAG        PIC X(1) VALUE 'N'.
               88  ENTRY-FOUND      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-QUOTES-READ       PIC 9(7) VALUE 0.
           05  WS-QUOTES-CONVERTED  PIC 9(7) VALUE 0.
           05  WS-QUOTES-EXPIRED    PIC 9(7) VALUE 0.
           05  WS-QUOTES-DECLINED   PIC 9(7) VALUE 0.
           05  WS-QUOTES-OPEN       PIC 9(7) VALUE 0.
           05  WS-ORDER-LINES-OUT   PIC 9(7) VALUE 0.
           05  WS-RESPONSES-READ    PIC 9(7) VALUE 0.
           05  WS-RESPONSES-REFUSED PIC 9(7) VALUE 0.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR          PIC 9(4).
           05  WS-RUN-MONTH         PIC 9(2).
           05  WS-RUN-DAY           PIC 9(2).
       01  WS-ORDER-DATE            PIC X(10).

       01  WS-PARAMETERS.
           05  WS-ARG-NUM           PIC 9(02) VALUE 1.
           05  WS-BUSINESS-DATE-IN  PIC X(8) VALUE SPACES.

      *    The quote in hand (from its header) while its lines go by.
       01  WS-CURRENT-QUOTE.
           05  WS-CQ-NUMBER         PIC X(8) VALUE SPACES.
           05  WS-CQ-CUSTOMER       PIC X(8) VALUE SPACES.
           05  WS-CQ-ORDER-ID       PIC X(10) VALUE SPACES.
           05  WS-CQ-OUTCOME        PIC X(1) VALUE SPACE.
           05  WS-CQ-CUST-SLOT      PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-CQ-RESPONSE-SLOT  PIC 9(4) COMP-3 VALUE ZERO.
           05  WS-LINE-VALUE        PIC 9(11)V99 VALUE 0.

      *    Responses loaded once; each is marked when its quote is
      *    found so the unmatched ones can be listed.
       01  WS-RESPONSE-TABLE.
           05  WS-RST-COUNT         PIC 9(4) COMP-3 VALUE ZERO.
           05  WS-RST-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-RST-COUNT
                   INDEXED BY WS-RST-IDX.
               10  WS-RST-QUOTE     PIC X(8).
               10  WS-RST-RESPONSE  PIC X(1).
               10  WS-RST-DATE      PIC 9(8).
               10  WS-RST-PRIORITY  PIC X(1).
               10  WS-RST-USED      PIC X(1).

      *    Conversion history by customer: every quote on file is
      *    counted. The rate is converted over decided (converted,
      *    expired or declined) - a quote still open has not yet
      *    won or lost.
       01  WS-CUSTOMER-TABLE.
           05  WS-CRT-COUNT         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-CRT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-CRT-COUNT
                   INDEXED BY WS-CRT-IDX.
               10  WS-CRT-CUSTOMER  PIC X(8).
               10  WS-CRT-QUOTED    PIC 9(5) COMP-3.
               10  WS-CRT-CONVERTED PIC 9(5) COMP-3.
               10  WS-CRT-LOST      PIC 9(5) COMP-3.
               10  WS-CRT-OPEN      PIC 9(5) COMP-3.
               10  WS-CRT-VALUE-QUOTED PIC 9(11)V99 COMP-3.
               10  WS-CRT-VALUE-WON PIC 9(11)V99 COMP-3.

      *    The same by product, counted in quote lines.
       01  WS-PRODUCT-TABLE.
           05  WS-PRT-COUNT         PIC 9(4) COMP-3 VALUE ZERO.
           05  WS-PRT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-PRT-COUNT
                   INDEXED BY WS-PRT-IDX.
               10  WS-PRT-PRODUCT   PIC X(6).
               10  WS-PRT-QUOTED    PIC 9(5) COMP-3.
               10  WS-PRT-CONVERTED PIC 9(5) COMP-3.
               10  WS-PRT-LOST      PIC 9(5) COMP-3.
               10  WS-PRT-OPEN      PIC 9(5) COMP-3.
               10  WS-PRT-QTY-QUOTED PIC 9(9) COMP-3.
               10  WS-PRT-QTY-WON   PIC 9(9) COMP-3.

       01  WS-RATE-WORK.
           05  WS-DECIDED           PIC 9(5) VALUE 0.
           05  WS-RATE              PIC 9(3)V9 VALUE 0.

       01  WS-REPORT-HEADING.
           05  FILLER               PIC X(30)
               VALUE 'QUOTATION CONVERSION REPORT'.
           05  FILLER               PIC X(10) VALUE 'RUN DATE: '.
           05  WRH-RUN-DATE         PIC 9(8).
           05  FILLER               PIC X(84) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  WSC-TITLE            PIC X(60).
           05  FILLER               PIC X(72) VALUE SPACES.

       01  WS-ACTION-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WAC-QUOTE            PIC X(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WAC-CUSTOMER         PIC X(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WAC-ACTION           PIC X(30).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WAC-ORDER-ID         PIC X(10).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WAC-DATE             PIC 9(8).
           05  FILLER               PIC X(56) VALUE SPACES.

       01  WS-CUSTOMER-HEADING.
           05  FILLER               PIC X(66) VALUE
               '    CUSTOMER  QUOTED  WON LOST OPEN  RATE %    VALUE QUO
      -        'TED'.
           05  FILLER               PIC X(66) VALUE
               '       VALUE WON'.

       01  WS-CUSTOMER-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WCU-CUSTOMER         PIC X(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WCU-QUOTED           PIC ZZZZ9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WCU-CONVERTED        PIC ZZZ9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WCU-LOST             PIC ZZZ9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WCU-OPEN             PIC ZZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WCU-RATE             PIC ZZ9.9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WCU-VALUE-QUOTED     PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WCU-VALUE-WON        PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(61) VALUE SPACES.

       01  WS-PRODUCT-HEADING.
           05  FILLER               PIC X(66) VALUE
               '    PRODUCT  LINES  WON LOST OPEN  RATE %   QTY QUOTED
      -        '  QTY WON'.
           05  FILLER               PIC X(66) VALUE SPACES.

       01  WS-PRODUCT-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WPR-PRODUCT          PIC X(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WPR-QUOTED           PIC ZZZZ9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WPR-CONVERTED        PIC ZZZ9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WPR-LOST             PIC ZZZ9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WPR-OPEN             PIC ZZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WPR-RATE             PIC ZZ9.9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WPR-QTY-QUOTED       PIC ZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WPR-QTY-WON          PIC ZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(70) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-QUOTATIONS
               UNTIL QUO-EOF.
           PERFORM 3000-LIST-UNMATCHED-RESPONSES.
           PERFORM 3100-WRITE-CUSTOMER-RATES.
           PERFORM 3200-WRITE-PRODUCT-RATES.
           PERFORM 4000-FINALIZE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT WS-BUSINESS-DATE-IN FROM ARGUMENT-VALUE.
           IF WS-BUSINESS-DATE-IN NUMERIC
                   AND WS-BUSINESS-DATE-IN NOT = ZERO
               MOVE WS-BUSINESS-DATE-IN TO WS-RUN-DATE
               DISPLAY 'BUSINESS DATE: ' WS-RUN-DATE
           END-IF.

           STRING WS-RUN-YEAR   DELIMITED BY SIZE
                  '-'           DELIMITED BY SIZE
                  WS-RUN-MONTH  DELIMITED BY SIZE
                  '-'           DELIMITED BY SIZE
                  WS-RUN-DAY    DELIMITED BY SIZE
                  INTO WS-ORDER-DATE
           END-STRING.

           OPEN INPUT QUOTATION-FILE.
           IF WS-QUO-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING QUOTATION FILE: ' WS-QUO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT NEW-QUOTATION-FILE
                OUTPUT QUOTE-ORDER-FILE
                OUTPUT CONVERSION-REPORT-FILE.

           MOVE WS-RUN-DATE TO WRH-RUN-DATE
           WRITE CONVERSION-REPORT-RECORD FROM WS-REPORT-HEADING
           MOVE SPACES TO CONVERSION-REPORT-RECORD
           WRITE CONVERSION-REPORT-RECORD
           MOVE 'QUOTATIONS CLOSED THIS RUN' TO WSC-TITLE
           WRITE CONVERSION-REPORT-RECORD FROM WS-SECTION-LINE.

           PERFORM 1100-LOAD-RESPONSES.

       1100-LOAD-RESPONSES.
           OPEN INPUT QUOTE-RESPONSE-FILE.
           IF WS-QRS-STATUS NOT = '00'
               DISPLAY 'NO QUOTE RESPONSES THIS RUN'
               MOVE 'Y' TO WS-QRS-EOF-FLAG
           END-IF.

           PERFORM 1110-LOAD-ONE-RESPONSE
               UNTIL QRS-EOF.

           IF WS-QRS-STATUS = '00' OR WS-QRS-STATUS = '10'
               CLOSE QUOTE-RESPONSE-FILE
           END-IF.

       1110-LOAD-ONE-RESPONSE.
           READ QUOTE-RESPONSE-FILE
               AT END MOVE 'Y' TO WS-QRS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-RESPONSES-READ
                   IF (QRS-ACCEPT OR QRS-DECLINE)
                           AND WS-RST-COUNT < 2000
                       ADD 1 TO WS-RST-COUNT
                       MOVE QRS-QUOTE-NUMBER
                           TO WS-RST-QUOTE(WS-RST-COUNT)
                       MOVE QRS-RESPONSE
                           TO WS-RST-RESPONSE(WS-RST-COUNT)
                       IF QRS-RESPONSE-DATE NUMERIC
                               AND QRS-RESPONSE-DATE NOT = ZERO
                           MOVE QRS-RESPONSE-DATE
                               TO WS-RST-DATE(WS-RST-COUNT)
                       ELSE
                           MOVE WS-RUN-DATE
                               TO WS-RST-DATE(WS-RST-COUNT)
                       END-IF
                       IF QRS-PRIORITY = 'H' OR QRS-PRIORITY = 'L'
                           MOVE QRS-PRIORITY
                               TO WS-RST-PRIORITY(WS-RST-COUNT)
                       ELSE
                           MOVE 'M' TO WS-RST-PRIORITY(WS-RST-COUNT)
                       END-IF
                       MOVE 'N' TO WS-RST-USED(WS-RST-COUNT)
                   ELSE
                       DISPLAY 'QUOTE RESPONSE SKIPPED: '
                           QRS-QUOTE-NUMBER ' ' QRS-RESPONSE
                       ADD 1 TO WS-RESPONSES-REFUSED
                   END-IF
           END-READ.

       2000-PROCESS-QUOTATIONS.
           READ QUOTATION-FILE
               AT END MOVE 'Y' TO WS-QUO-EOF-FLAG
               NOT AT END
                   EVALUATE TRUE
                       WHEN QUO-IS-HEADER
                           PERFORM 2100-PROCESS-QUOTE-HEADER
                       WHEN QUO-IS-LINE
                           PERFORM 2500-PROCESS-QUOTE-LINE
                       WHEN OTHER
                           DISPLAY 'QUOTATION RECORD SKIPPED: '
                               QUOTATION-RECORD
                   END-EVALUATE
           END-READ.

      *    The quote's fate is settled at its header, so its lines
      *    can follow straight on to the order file.
       2100-PROCESS-QUOTE-HEADER.
           ADD 1 TO WS-QUOTES-READ
           MOVE QUO-H-QUOTE-NUMBER TO WS-CQ-NUMBER
           MOVE QUO-H-CUSTOMER-ID TO WS-CQ-CUSTOMER
           MOVE 'N' TO WS-CONVERTING-FLAG
           MOVE ZERO TO WS-CQ-RESPONSE-SLOT
           PERFORM 2110-FIND-RESPONSE

           IF QUO-OPEN OR QUO-ACCEPTED
               PERFORM 2200-DECIDE-OPEN-QUOTE
           ELSE
               IF WS-CQ-RESPONSE-SLOT > ZERO
                   MOVE 'RESPONSE TO A CLOSED QUOTE' TO WAC-ACTION
                   MOVE SPACES TO WAC-ORDER-ID
                   MOVE WS-RST-DATE(WS-CQ-RESPONSE-SLOT) TO WAC-DATE
                   PERFORM 2400-WRITE-ACTION
                   ADD 1 TO WS-RESPONSES-REFUSED
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN QUO-CONVERTED
                   MOVE 'C' TO WS-CQ-OUTCOME
               WHEN QUO-EXPIRED OR QUO-DECLINED
                   MOVE 'L' TO WS-CQ-OUTCOME
               WHEN OTHER
                   MOVE 'O' TO WS-CQ-OUTCOME
                   ADD 1 TO WS-QUOTES-OPEN
           END-EVALUATE
           PERFORM 2300-TALLY-CUSTOMER

           WRITE NEW-QUOTATION-RECORD FROM QUOTATION-RECORD.

       2110-FIND-RESPONSE.
           IF WS-RST-COUNT > 0
               SET WS-RST-IDX TO 1
               SEARCH WS-RST-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RST-QUOTE(WS-RST-IDX) = QUO-H-QUOTE-NUMBER
                           AND WS-RST-USED(WS-RST-IDX) = 'N'
                       SET WS-CQ-RESPONSE-SLOT TO WS-RST-IDX
                       MOVE 'Y' TO WS-RST-USED(WS-RST-IDX)
               END-SEARCH
           END-IF.

       2200-DECIDE-OPEN-QUOTE.
           MOVE SPACES TO WAC-ORDER-ID
           EVALUATE TRUE
               WHEN WS-CQ-RESPONSE-SLOT > ZERO
                       AND WS-RST-RESPONSE(WS-CQ-RESPONSE-SLOT) = 'D'
                   MOVE 'D' TO QUO-H-STATUS
                   MOVE WS-RST-DATE(WS-CQ-RESPONSE-SLOT)
                       TO QUO-H-CLOSED-DATE
                   ADD 1 TO WS-QUOTES-DECLINED
                   MOVE 'DECLINED BY CUSTOMER' TO WAC-ACTION
               WHEN WS-CQ-RESPONSE-SLOT > ZERO
                       AND QUO-H-EXPIRY-DATE NOT = ZERO
                       AND WS-RST-DATE(WS-CQ-RESPONSE-SLOT)
                           > QUO-H-EXPIRY-DATE
                   MOVE 'X' TO QUO-H-STATUS
                   MOVE WS-RUN-DATE TO QUO-H-CLOSED-DATE
                   ADD 1 TO WS-QUOTES-EXPIRED
                   ADD 1 TO WS-RESPONSES-REFUSED
                   MOVE 'ACCEPTED AFTER EXPIRY - EXPIRED' TO WAC-ACTION
               WHEN WS-CQ-RESPONSE-SLOT > ZERO
                       OR QUO-ACCEPTED
                   PERFORM 2210-CONVERT-QUOTE
                   MOVE 'CONVERTED TO ORDER' TO WAC-ACTION
                   MOVE WS-CQ-ORDER-ID TO WAC-ORDER-ID
               WHEN QUO-H-EXPIRY-DATE NOT = ZERO
                       AND QUO-H-EXPIRY-DATE < WS-RUN-DATE
                   MOVE 'X' TO QUO-H-STATUS
                   MOVE WS-RUN-DATE TO QUO-H-CLOSED-DATE
                   ADD 1 TO WS-QUOTES-EXPIRED
                   MOVE 'EXPIRED' TO WAC-ACTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT QUO-OPEN
               MOVE QUO-H-CLOSED-DATE TO WAC-DATE
               PERFORM 2400-WRITE-ACTION
           END-IF.

       2210-CONVERT-QUOTE.
           MOVE 'Y' TO WS-CONVERTING-FLAG
           ADD 1 TO WS-QUOTES-CONVERTED
           STRING 'QT' QUO-H-QUOTE-NUMBER DELIMITED BY SIZE
               INTO WS-CQ-ORDER-ID
           END-STRING

           MOVE SPACES TO ORDER-INPUT-RECORD
           MOVE 'H' TO ORD-RECORD-TYPE
           MOVE WS-CQ-ORDER-ID TO ORD-H-ORDER-ID
           MOVE QUO-H-CUSTOMER-ID TO ORD-H-CUSTOMER-ID
           MOVE WS-ORDER-DATE TO ORD-H-ORDER-DATE
           IF WS-CQ-RESPONSE-SLOT > ZERO
               MOVE WS-RST-PRIORITY(WS-CQ-RESPONSE-SLOT)
                   TO ORD-H-PRIORITY
           ELSE
               MOVE 'M' TO ORD-H-PRIORITY
           END-IF
           MOVE QUO-H-QUOTE-NUMBER TO ORD-H-QUOTE-NUMBER
           MOVE QUO-H-SALES-REP TO ORD-H-SALES-REP
           WRITE ORDER-INPUT-RECORD

           MOVE 'C' TO QUO-H-STATUS
           MOVE WS-CQ-ORDER-ID TO QUO-H-ORDER-ID
           MOVE WS-RUN-DATE TO QUO-H-CLOSED-DATE.

       2300-TALLY-CUSTOMER.
           MOVE 'N' TO WS-FOUND-FLAG
           IF WS-CRT-COUNT > 0
               SET WS-CRT-IDX TO 1
               SEARCH WS-CRT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CRT-CUSTOMER(WS-CRT-IDX) = WS-CQ-CUSTOMER
                       SET WS-CQ-CUST-SLOT TO WS-CRT-IDX
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-SEARCH
           END-IF
           IF NOT ENTRY-FOUND
               MOVE ZERO TO WS-CQ-CUST-SLOT
               IF WS-CRT-COUNT < 5000
                   ADD 1 TO WS-CRT-COUNT
                   MOVE WS-CRT-COUNT TO WS-CQ-CUST-SLOT
                   MOVE WS-CQ-CUSTOMER TO WS-CRT-CUSTOMER(WS-CRT-COUNT)
                   MOVE ZERO TO WS-CRT-QUOTED(WS-CRT-COUNT)
                                WS-CRT-CONVERTED(WS-CRT-COUNT)
                                WS-CRT-LOST(WS-CRT-COUNT)
                                WS-CRT-OPEN(WS-CRT-COUNT)
                                WS-CRT-VALUE-QUOTED(WS-CRT-COUNT)
                                WS-CRT-VALUE-WON(WS-CRT-COUNT)
               END-IF
           END-IF
           IF WS-CQ-CUST-SLOT > ZERO
               ADD 1 TO WS-CRT-QUOTED(WS-CQ-CUST-SLOT)
               EVALUATE WS-CQ-OUTCOME
                   WHEN 'C'
                       ADD 1 TO WS-CRT-CONVERTED(WS-CQ-CUST-SLOT)
                   WHEN 'L'
                       ADD 1 TO WS-CRT-LOST(WS-CQ-CUST-SLOT)
                   WHEN OTHER
                       ADD 1 TO WS-CRT-OPEN(WS-CQ-CUST-SLOT)
               END-EVALUATE
           END-IF.

       2400-WRITE-ACTION.
           MOVE QUO-H-QUOTE-NUMBER TO WAC-QUOTE
           MOVE QUO-H-CUSTOMER-ID TO WAC-CUSTOMER
           WRITE CONVERSION-REPORT-RECORD FROM WS-ACTION-LINE.

       2500-PROCESS-QUOTE-LINE.
           IF QUO-L-QUOTE-NUMBER NOT = WS-CQ-NUMBER
               DISPLAY 'QUOTE LINE WITHOUT ITS HEADER KEPT ASIDE: '
                   QUO-L-QUOTE-NUMBER
           ELSE
               PERFORM 2510-CONVERT-AND-TALLY-LINE
           END-IF
           WRITE NEW-QUOTATION-RECORD FROM QUOTATION-RECORD.

       2510-CONVERT-AND-TALLY-LINE.
           IF CONVERTING-QUOTE
               MOVE SPACES TO ORDER-INPUT-RECORD
               MOVE 'L' TO ORD-RECORD-TYPE
               MOVE WS-CQ-ORDER-ID TO ORD-L-ORDER-ID
               MOVE QUO-L-LINE-NUMBER TO ORD-L-LINE-NUMBER
               MOVE QUO-L-PRODUCT-CODE TO ORD-L-PRODUCT-CODE
               MOVE QUO-L-QUANTITY TO ORD-L-QUANTITY
               MOVE QUO-L-QUOTED-PRICE TO ORD-L-UNIT-PRICE
               MOVE QUO-L-DISCOUNT-RATE TO ORD-L-DISCOUNT-RATE
               WRITE ORDER-INPUT-RECORD
               ADD 1 TO WS-ORDER-LINES-OUT
           END-IF

           COMPUTE WS-LINE-VALUE ROUNDED =
               QUO-L-QUANTITY * QUO-L-QUOTED-PRICE
               * (100 - QUO-L-DISCOUNT-RATE) / 100
           IF WS-CQ-CUST-SLOT > ZERO
               ADD WS-LINE-VALUE TO WS-CRT-VALUE-QUOTED(WS-CQ-CUST-SLOT)
               IF WS-CQ-OUTCOME = 'C'
                   ADD WS-LINE-VALUE
                       TO WS-CRT-VALUE-WON(WS-CQ-CUST-SLOT)
               END-IF
           END-IF
           PERFORM 2600-TALLY-PRODUCT.

       2600-TALLY-PRODUCT.
           MOVE 'N' TO WS-FOUND-FLAG
           IF WS-PRT-COUNT > 0
               SET WS-PRT-IDX TO 1
               SEARCH WS-PRT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PRT-PRODUCT(WS-PRT-IDX) = QUO-L-PRODUCT-CODE
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-SEARCH
           END-IF
           IF NOT ENTRY-FOUND AND WS-PRT-COUNT < 2000
               ADD 1 TO WS-PRT-COUNT
               SET WS-PRT-IDX TO WS-PRT-COUNT
               MOVE QUO-L-PRODUCT-CODE TO WS-PRT-PRODUCT(WS-PRT-IDX)
               MOVE ZERO TO WS-PRT-QUOTED(WS-PRT-IDX)
                            WS-PRT-CONVERTED(WS-PRT-IDX)
                            WS-PRT-LOST(WS-PRT-IDX)
                            WS-PRT-OPEN(WS-PRT-IDX)
                            WS-PRT-QTY-QUOTED(WS-PRT-IDX)
                            WS-PRT-QTY-WON(WS-PRT-IDX)
               MOVE 'Y' TO WS-FOUND-FLAG
           END-IF
           IF ENTRY-FOUND
               ADD 1 TO WS-PRT-QUOTED(WS-PRT-IDX)
               ADD QUO-L-QUANTITY TO WS-PRT-QTY-QUOTED(WS-PRT-IDX)
               EVALUATE WS-CQ-OUTCOME
                   WHEN 'C'
                       ADD 1 TO WS-PRT-CONVERTED(WS-PRT-IDX)
                       ADD QUO-L-QUANTITY TO WS-PRT-QTY-WON(WS-PRT-IDX)
                   WHEN 'L'
                       ADD 1 TO WS-PRT-LOST(WS-PRT-IDX)
                   WHEN OTHER
                       ADD 1 TO WS-PRT-OPEN(WS-PRT-IDX)
               END-EVALUATE
           END-IF.

      *    A response whose quote is not on file is refused, never
      *    guessed at.
       3000-LIST-UNMATCHED-RESPONSES.
           PERFORM 3010-LIST-ONE-RESPONSE
               VARYING WS-RST-IDX FROM 1 BY 1
               UNTIL WS-RST-IDX > WS-RST-COUNT.

       3010-LIST-ONE-RESPONSE.
           IF WS-RST-USED(WS-RST-IDX) = 'N'
               MOVE WS-RST-QUOTE(WS-RST-IDX) TO WAC-QUOTE
               MOVE SPACES TO WAC-CUSTOMER
                              WAC-ORDER-ID
               MOVE 'RESPONSE - QUOTE NOT ON FILE' TO WAC-ACTION
               MOVE WS-RST-DATE(WS-RST-IDX) TO WAC-DATE
               WRITE CONVERSION-REPORT-RECORD FROM WS-ACTION-LINE
               ADD 1 TO WS-RESPONSES-REFUSED
           END-IF.

       3100-WRITE-CUSTOMER-RATES.
           MOVE SPACES TO CONVERSION-REPORT-RECORD
           WRITE CONVERSION-REPORT-RECORD
           MOVE 'CONVERSION RATE BY CUSTOMER' TO WSC-TITLE
           WRITE CONVERSION-REPORT-RECORD FROM WS-SECTION-LINE
           WRITE CONVERSION-REPORT-RECORD FROM WS-CUSTOMER-HEADING
           PERFORM 3110-WRITE-ONE-CUSTOMER
               VARYING WS-CRT-IDX FROM 1 BY 1
               UNTIL WS-CRT-IDX > WS-CRT-COUNT.

       3110-WRITE-ONE-CUSTOMER.
           MOVE WS-CRT-CUSTOMER(WS-CRT-IDX) TO WCU-CUSTOMER
           MOVE WS-CRT-QUOTED(WS-CRT-IDX) TO WCU-QUOTED
           MOVE WS-CRT-CONVERTED(WS-CRT-IDX) TO WCU-CONVERTED
           MOVE WS-CRT-LOST(WS-CRT-IDX) TO WCU-LOST
           MOVE WS-CRT-OPEN(WS-CRT-IDX) TO WCU-OPEN
           COMPUTE WS-DECIDED = WS-CRT-CONVERTED(WS-CRT-IDX)
               + WS-CRT-LOST(WS-CRT-IDX)
           IF WS-DECIDED > ZERO
               COMPUTE WS-RATE ROUNDED =
                   WS-CRT-CONVERTED(WS-CRT-IDX) * 100 / WS-DECIDED
           ELSE
               MOVE ZERO TO WS-RATE
           END-IF
           MOVE WS-RATE TO WCU-RATE
           MOVE WS-CRT-VALUE-QUOTED(WS-CRT-IDX) TO WCU-VALUE-QUOTED
           MOVE WS-CRT-VALUE-WON(WS-CRT-IDX) TO WCU-VALUE-WON
           WRITE CONVERSION-REPORT-RECORD FROM WS-CUSTOMER-LINE.

       3200-WRITE-PRODUCT-RATES.
           MOVE SPACES TO CONVERSION-REPORT-RECORD
           WRITE CONVERSION-REPORT-RECORD
           MOVE 'CONVERSION RATE BY PRODUCT' TO WSC-TITLE
           WRITE CONVERSION-REPORT-RECORD FROM WS-SECTION-LINE
           WRITE CONVERSION-REPORT-RECORD FROM WS-PRODUCT-HEADING
           PERFORM 3210-WRITE-ONE-PRODUCT
               VARYING WS-PRT-IDX FROM 1 BY 1
               UNTIL WS-PRT-IDX > WS-PRT-COUNT.

       3210-WRITE-ONE-PRODUCT.
           MOVE WS-PRT-PRODUCT(WS-PRT-IDX) TO WPR-PRODUCT
           MOVE WS-PRT-QUOTED(WS-PRT-IDX) TO WPR-QUOTED
           MOVE WS-PRT-CONVERTED(WS-PRT-IDX) TO WPR-CONVERTED
           MOVE WS-PRT-LOST(WS-PRT-IDX) TO WPR-LOST
           MOVE WS-PRT-OPEN(WS-PRT-IDX) TO WPR-OPEN
           COMPUTE WS-DECIDED = WS-PRT-CONVERTED(WS-PRT-IDX)
               + WS-PRT-LOST(WS-PRT-IDX)
           IF WS-DECIDED > ZERO
               COMPUTE WS-RATE ROUNDED =
                   WS-PRT-CONVERTED(WS-PRT-IDX) * 100 / WS-DECIDED
           ELSE
               MOVE ZERO TO WS-RATE
           END-IF
           MOVE WS-RATE TO WPR-RATE
           MOVE WS-PRT-QTY-QUOTED(WS-PRT-IDX) TO WPR-QTY-QUOTED
           MOVE WS-PRT-QTY-WON(WS-PRT-IDX) TO WPR-QTY-WON
           WRITE CONVERSION-REPORT-RECORD FROM WS-PRODUCT-LINE.

       4000-FINALIZE.
           CLOSE QUOTATION-FILE
                 NEW-QUOTATION-FILE
                 QUOTE-ORDER-FILE
                 CONVERSION-REPORT-FILE.

           DISPLAY '======================================'.
           DISPLAY 'QUOTATION CONVERSION STATISTICS'.
           DISPLAY '======================================'.
           DISPLAY 'Quotes On File:     ' WS-QUOTES-READ.
           DISPLAY 'Converted:          ' WS-QUOTES-CONVERTED.
           DISPLAY 'Order Lines Written:' WS-ORDER-LINES-OUT.
           DISPLAY 'Expired:            ' WS-QUOTES-EXPIRED.
           DISPLAY 'Declined:           ' WS-QUOTES-DECLINED.
           DISPLAY 'Still Open:         ' WS-QUOTES-OPEN.
           DISPLAY 'Responses Read:     ' WS-RESPONSES-READ.
           DISPLAY 'Responses Refused:  ' WS-RESPONSES-REFUSED.
           DISPLAY '======================================'.

           05  APL-QUANTITY         PIC 9(5).
           05  APL-NET-AMOUNT       PIC 9(9)V99.
           05  APL-PRIORITY         PIC X(1).
           05  APL-WAREHOUSE        PIC X(3).
           05  APL-DROP-SHIP        PIC X(1).
           05  FILLER               PIC X(2).
           05  APL-SALES-REP        PIC X(6).

      *    One sold line per record; the date keeps the order's
      *    YYYY-MM-DD form, so the period compare is on (1:7).

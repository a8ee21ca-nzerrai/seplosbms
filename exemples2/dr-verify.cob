       01  DR-CUSTOMER-RECORD.
           05  FILLER                  PIC X(203).
           05  DRC-BALANCE             PIC S9(9)V99 COMP-3.
           05  FILLER                  PIC X(37).

       FD  DR-HISTORY-FILE
           RECORDING MODE IS F
       01  DR-AR-OPEN-RECORD.
           05  FILLER                  PIC X(45).
           05  DRA-AMOUNT-OPEN         PIC S9(9)V99.
           05  FILLER                  PIC X(27).

       FD  DR-DEDUCTION-FILE.
       01  DR-DEDUCTION-RECORD.

           05  ARO-TERMS               PIC X(3).
           05  ARO-AMOUNT-OPEN         PIC S9(9)V99.
           05  ARO-DUNNING-LEVEL       PIC 9(1).
           05  FILLER                  PIC X(26).

      *    Meme disposition que chez EMPLOYEE-PAYROLL.
       FD  DEDUCTION-FILE.
       FD  DR-CUSTOMER-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  DR-CUSTOMER-RECORD          PIC X(246).

       FD  DR-HISTORY-FILE
           RECORDING MODE IS F
       01  DR-HOLD-RECORD              PIC X(68).

       FD  DR-AR-OPEN-FILE.
       01  DR-AR-OPEN-RECORD           PIC X(83).

       FD  DR-DEDUCTION-FILE.
       01  DR-DEDUCTION-RECORD         PIC X(62).

           05  PC-OD-FEE-3             PIC 9(5)V99.
           05  PC-ANNUAL-RATE          PIC 99V99.
           05  PC-DORMANCY-DAYS        PIC 9(5).
           05  PC-STMT-CYCLE-DAY       PIC 9(2).
      *    Epargne : nombre de retraits (DB/TF) compris dans un cycle
      *    de releve (000 = pas de limite) et frais preleve sur chaque
      *    retrait au-dela.
           05  PC-WDL-LIMIT            PIC 9(3).
           05  PC-WDL-EXCESS-FEE       PIC 9(5)V99.
      *    Decouvert : taux annuel d'interet debiteur (00.00 = pas
      *    d'interet), jours de decouvert consecutifs francs d'interet
      *    et minimum percu a la date de cycle quand un couru existe.
           05  PC-DEBIT-RATE           PIC 99V99.
           05  PC-DEBIT-GRACE-DAYS     PIC 9(3).
           05  PC-DEBIT-MIN-CHARGE     PIC 9(3)V99.
           05  FILLER                  PIC X(21).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-CODES.

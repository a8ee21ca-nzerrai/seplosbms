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

       FD  CATALOG-ERROR-FILE
           RECORDING MODE IS F
                   MOVE 'JOUR DE CYCLE HORS 1-28' TO CE-REASON
                   PERFORM 220-WRITE-CATALOG-ERROR
               END-IF
           END-IF

      *    Limite de retraits par cycle et frais de retrait
      *    excedentaire : une limite sans frais n'est pas une erreur
      *    (le depassement est alors seulement notifie).
           IF PC-WDL-LIMIT NOT NUMERIC
               MOVE 'LIMITE DE RETRAITS NON NUMERIQUE' TO CE-REASON
               PERFORM 220-WRITE-CATALOG-ERROR
           END-IF

           IF PC-WDL-EXCESS-FEE NOT NUMERIC
               MOVE 'FRAIS RETRAIT EXCEDENTAIRE NON NUMERIQUE'
                   TO CE-REASON
               PERFORM 220-WRITE-CATALOG-ERROR
           END-IF

      *    Interet debiteur : zones a blanc tolerees (produit sans
      *    interet debiteur, INTPOST les lit comme zero) ; renseignees,
      *    elles doivent etre numeriques et le taux plausible.
           IF PC-DEBIT-RATE NOT = SPACES
               IF PC-DEBIT-RATE NOT NUMERIC
                   MOVE 'TAUX DEBITEUR NON NUMERIQUE' TO CE-REASON
                   PERFORM 220-WRITE-CATALOG-ERROR
               ELSE
                   IF PC-DEBIT-RATE > 25.00
                       MOVE 'TAUX DEBITEUR ABERRANT (> 25)'
                           TO CE-REASON
                       PERFORM 220-WRITE-CATALOG-ERROR
                   END-IF
               END-IF
           END-IF

           IF (PC-DEBIT-GRACE-DAYS NOT = SPACES
                   AND PC-DEBIT-GRACE-DAYS NOT NUMERIC)
               OR (PC-DEBIT-MIN-CHARGE NOT = SPACES
                   AND PC-DEBIT-MIN-CHARGE NOT NUMERIC)
               MOVE 'FRANCHISE/MINIMUM DEBITEUR NON NUMERIQUE'
                   TO CE-REASON
               PERFORM 220-WRITE-CATALOG-ERROR
           END-IF.

       220-WRITE-CATALOG-ERROR.

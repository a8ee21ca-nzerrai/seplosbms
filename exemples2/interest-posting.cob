      *   recouverte par le catalogue produits (PRODCAT) ; le bonus    *
      *   de palier de relation (fichier RELTIERS de RELTIER)          *
      *   s'ajoute au taux retenu pour les clients classes             *
      * - Interet debiteur sur solde comptable negatif, au taux        *
      *   debiteur du catalogue : couru chaque nuit apres la franchise *
      *   du produit dans son propre compteur (MA-ACCRUED-DEBIT-INT),  *
      *   percu a la date de cycle en transaction 'DI' avec minimum    *
      * - Generation d'un rapport d'audit du calcul des interets       *
      ******************************************************************

      *    contre un rejeu du meme jour.
           05  MA-ACCRUED-INTEREST     PIC S9(11)V99 COMP-3.
           05  MA-LAST-ACCRUAL-DATE    PIC 9(8).
      *    Interet debiteur couru sur solde negatif, tenu a part de
      *    MA-ACCRUED-INTEREST et remis a zero lors de sa perception a
      *    la date de cycle ; jours de decouvert consecutifs pour la
      *    franchise du produit. Les autres programmes gardent ces
      *    8 octets en FILLER.
           05  MA-ACCRUED-DEBIT-INT    PIC S9(9)V99 COMP-3.
           05  MA-OVERDRAWN-DAYS       PIC 9(03) COMP-3.

      *    Même format que TRANSACTION-RECORD dans BANKTRAN : les
      *    écritures d'intérêt produites ici sont rejouables telles
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

      *    Meme disposition que TIER-OUTPUT-RECORD dans RELTIER.
       FD  RELATIONSHIP-TIER-FILE
           05  WS-TRANS-SEQUENCE       PIC 9(6) COMP-3 VALUE ZERO.
           05  WS-TRANS-SEQ-DISPLAY    PIC 9(6) VALUE ZERO.
           05  WS-TOTAL-INTEREST       PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-DEBIT-ACCRUED-ACCTS  PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-TOTAL-DEBIT-ACCRUED  PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-DEBIT-INT-CHARGED    PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-DEBIT-MIN-APPLIED    PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-TOTAL-DEBIT-INTEREST PIC S9(15)V99 COMP-3 VALUE ZERO.

      *    Table devenue variable : le catalogue produits peut
      *    recouvrir les trois taux compiles ou ajouter de nouveaux
                   INDEXED BY IR-IDX.
               10  IR-ACCOUNT-TYPE     PIC X(02).
               10  IR-ANNUAL-RATE      PIC 9(2)V99.
               10  IR-DEBIT-RATE       PIC 9(2)V99.
               10  IR-DEBIT-GRACE-DAYS PIC 9(3).
               10  IR-DEBIT-MIN-CHARGE PIC 9(3)V99.

      *    Paliers de taux charges de INTRATES ; WS-RB-AGE-DAYS a
      *    zero = pas de condition d'anciennete (palier permanent).
           05  WS-TOTAL-ACCRUED        PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-CYCLE-DAY-WORK       PIC 9(2) VALUE ZERO.

      *    Conditions d'interet debiteur du produit du compte, reprises
      *    de la table des taux (zero quand le catalogue n'en fixe pas).
       01  WS-DEBIT-INTEREST-FIELDS.
           05  WS-DEBIT-RATE           PIC 9(2)V99 VALUE ZERO.
           05  WS-DEBIT-GRACE-DAYS     PIC 9(3) VALUE ZERO.
           05  WS-DEBIT-MIN-CHARGE     PIC 9(3)V99 VALUE ZERO.
           05  WS-DEBIT-BALANCE        PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-PARAMETER-FIELDS.
           05  WS-ARG-NUM              PIC 9(02) VALUE 1.
           05  WS-RUN-DATE-PARM        PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  WS-AUD-RUN-DATE         PIC 9(8).
      *    'ACCRUAL' = capitalisation du jour, 'POSTING' = emission du
      *    couru a la date de cycle ; 'DRACCRUE'/'DRCHARGE' idem pour
      *    l'interet debiteur (solde negatif porte en valeur absolue).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  WS-AUD-EVENT            PIC X(8) VALUE SPACES.
      *    Palier de solde effectivement applique (borne basse) et
           MOVE 2.50 TO IR-ANNUAL-RATE(2)
           MOVE 'IN' TO IR-ACCOUNT-TYPE(3)
           MOVE 4.00 TO IR-ANNUAL-RATE(3)
      *    Pas d'interet debiteur compile : seul le catalogue en fixe.
           MOVE ZERO TO IR-DEBIT-RATE(1) IR-DEBIT-GRACE-DAYS(1)
                        IR-DEBIT-MIN-CHARGE(1)
                        IR-DEBIT-RATE(2) IR-DEBIT-GRACE-DAYS(2)
                        IR-DEBIT-MIN-CHARGE(2)
                        IR-DEBIT-RATE(3) IR-DEBIT-GRACE-DAYS(3)
                        IR-DEBIT-MIN-CHARGE(3)
           PERFORM 115-LOAD-PRODUCT-CATALOG.

       115-LOAD-PRODUCT-CATALOG.
                   END-IF
                   IF WS-IR-ENTRY-FOUND
                       MOVE PC-ANNUAL-RATE TO IR-ANNUAL-RATE(IR-IDX)
                       PERFORM 114-LOAD-DEBIT-CONDITIONS
                   END-IF
           END-READ.

      *    Conditions debitrices : un catalogue anterieur porte des
      *    blancs a leur place, lus comme zero (pas d'interet).
       114-LOAD-DEBIT-CONDITIONS.
           IF PC-DEBIT-RATE NUMERIC
               MOVE PC-DEBIT-RATE TO IR-DEBIT-RATE(IR-IDX)
           ELSE
               MOVE ZERO TO IR-DEBIT-RATE(IR-IDX)
           END-IF
           IF PC-DEBIT-GRACE-DAYS NUMERIC
               MOVE PC-DEBIT-GRACE-DAYS TO IR-DEBIT-GRACE-DAYS(IR-IDX)
           ELSE
               MOVE ZERO TO IR-DEBIT-GRACE-DAYS(IR-IDX)
           END-IF
           IF PC-DEBIT-MIN-CHARGE NUMERIC
               MOVE PC-DEBIT-MIN-CHARGE TO IR-DEBIT-MIN-CHARGE(IR-IDX)
           ELSE
               MOVE ZERO TO IR-DEBIT-MIN-CHARGE(IR-IDX)
           END-IF.

       120-READ-ACCOUNT.
           READ MASTER-ACCOUNT-FILE NEXT RECORD
               AT END
               MOVE ZERO TO MA-ACCRUED-INTEREST
                            MA-LAST-ACCRUAL-DATE
           END-IF
      *    Meme migration pour le couru debiteur et le compteur de
      *    jours de decouvert, ajoutes apres coup dans l'ancien FILLER.
           IF MA-ACCRUED-DEBIT-INT NOT NUMERIC
                   OR MA-OVERDRAWN-DAYS NOT NUMERIC
               MOVE ZERO TO MA-ACCRUED-DEBIT-INT
                            MA-OVERDRAWN-DAYS
           END-IF

           IF MA-LAST-ACCRUAL-DATE = WS-RUN-DATE
               CONTINUE
                       MOVE WS-DAILY-ACCRUAL TO WS-INTEREST-AMOUNT
                       PERFORM 230-WRITE-AUDIT-ENTRY
                   END-IF
               END-IF
      *        Le decouvert se compte et se facture meme sans taux
      *        crediteur pour le type de compte : le REWRITE vaut donc
      *        pour tout compte actif, pas seulement ceux a taux.
               PERFORM 250-ACCRUE-DEBIT-INTEREST
               MOVE WS-RUN-DATE TO MA-LAST-ACCRUAL-DATE
               PERFORM 240-CHECK-CYCLE-POSTING
               REWRITE MASTER-ACCOUNT-RECORD
                   INVALID KEY
                       DISPLAY 'ERREUR REWRITE COMPTE: '
                               MA-ACCOUNT-NUMBER
               END-REWRITE
           END-IF.

      *    Date de cycle atteinte : le couru part en transaction 'IN'
               ADD 1 TO WS-INTEREST-POSTED
               ADD WS-INTEREST-AMOUNT TO WS-TOTAL-INTEREST
               MOVE ZERO TO MA-ACCRUED-INTEREST
           END-IF

           IF WS-RUN-DAY = WS-CYCLE-DAY-WORK
                   AND MA-ACCRUED-DEBIT-INT > ZERO
               PERFORM 255-CHARGE-DEBIT-INTEREST
           END-IF.

      *    Interet debiteur du jour sur le solde comptable negatif
      *    (l'argent effectivement avance, oppositions non comprises),
      *    au taux debiteur du produit. Les jours de franchise du
      *    produit sont francs d'interet : le couru ne demarre qu'au
      *    jour de decouvert consecutif suivant, et un retour en
      *    positif remet le compteur a zero.
       250-ACCRUE-DEBIT-INTEREST.
           IF MA-CURRENT-BALANCE < ZERO
               IF MA-OVERDRAWN-DAYS < 999
                   ADD 1 TO MA-OVERDRAWN-DAYS
               END-IF
           ELSE
               MOVE ZERO TO MA-OVERDRAWN-DAYS
           END-IF

           PERFORM 251-FIND-DEBIT-CONDITIONS

           IF MA-CURRENT-BALANCE < ZERO
                   AND WS-DEBIT-RATE > ZERO
                   AND MA-OVERDRAWN-DAYS > WS-DEBIT-GRACE-DAYS
               COMPUTE WS-DEBIT-BALANCE = MA-CURRENT-BALANCE * -1
               COMPUTE WS-DAILY-ACCRUAL ROUNDED =
                   WS-DEBIT-BALANCE * WS-DEBIT-RATE / 100 / 365
               IF WS-DAILY-ACCRUAL > ZERO
                   ADD WS-DAILY-ACCRUAL TO MA-ACCRUED-DEBIT-INT
                   ADD 1 TO WS-DEBIT-ACCRUED-ACCTS
                   ADD WS-DAILY-ACCRUAL TO WS-TOTAL-DEBIT-ACCRUED
                   MOVE 'DRACCRUE' TO WS-AUD-EVENT
                   MOVE WS-DAILY-ACCRUAL TO WS-INTEREST-AMOUNT
                   PERFORM 230-WRITE-AUDIT-ENTRY
               END-IF
           END-IF.

       251-FIND-DEBIT-CONDITIONS.
           MOVE ZERO TO WS-DEBIT-RATE
                        WS-DEBIT-GRACE-DAYS
                        WS-DEBIT-MIN-CHARGE
           SET IR-IDX TO 1
           SEARCH IR-ENTRY
               AT END
                   CONTINUE
               WHEN IR-ACCOUNT-TYPE(IR-IDX) = MA-ACCOUNT-TYPE
                   MOVE IR-DEBIT-RATE(IR-IDX) TO WS-DEBIT-RATE
                   MOVE IR-DEBIT-GRACE-DAYS(IR-IDX)
                       TO WS-DEBIT-GRACE-DAYS
                   MOVE IR-DEBIT-MIN-CHARGE(IR-IDX)
                       TO WS-DEBIT-MIN-CHARGE
           END-SEARCH.

      *    Perception a la date de cycle : le couru debiteur part en
      *    transaction 'DI' pour BANKTRAN (debit sans frais de
      *    decouvert), releve au minimum du produit quand il est en
      *    dessous, et le compteur revient a zero. La ligne DRCHARGE
      *    de INTAUDIT est celle que reprend BRPROFIT.
       255-CHARGE-DEBIT-INTEREST.
           MOVE MA-ACCRUED-DEBIT-INT TO WS-INTEREST-AMOUNT
           IF WS-INTEREST-AMOUNT < WS-DEBIT-MIN-CHARGE
               MOVE WS-DEBIT-MIN-CHARGE TO WS-INTEREST-AMOUNT
               ADD 1 TO WS-DEBIT-MIN-APPLIED
           END-IF
           PERFORM 256-WRITE-DEBIT-INT-TRANSACTION
           MOVE 'DRCHARGE' TO WS-AUD-EVENT
           PERFORM 230-WRITE-AUDIT-ENTRY
           ADD 1 TO WS-DEBIT-INT-CHARGED
           ADD WS-INTEREST-AMOUNT TO WS-TOTAL-DEBIT-INTEREST
           MOVE ZERO TO MA-ACCRUED-DEBIT-INT.

      *    Meme forme que 220 ; prefixe 'DRI' pour distinguer les
      *    identifiants (meme longueur, meme raison du siecle omis).
       256-WRITE-DEBIT-INT-TRANSACTION.
           MOVE SPACES TO TRANSACTION-RECORD
           ADD 1 TO WS-TRANS-SEQUENCE
           MOVE WS-TRANS-SEQUENCE TO WS-TRANS-SEQ-DISPLAY
           STRING 'DRI' WS-RUN-DATE(3:6) WS-TRANS-SEQ-DISPLAY
               DELIMITED BY SIZE INTO TR-TRANSACTION-ID
           MOVE MA-ACCOUNT-NUMBER TO TR-ACCOUNT-NUMBER
           MOVE 'DI' TO TR-TRANSACTION-TYPE
           MOVE WS-INTEREST-AMOUNT TO TR-AMOUNT
           MOVE ZERO TO TR-DEST-ACCOUNT
           MOVE WS-RUN-DATE TO TR-TRANSACTION-DATE
           MOVE ZERO TO TR-TRANSACTION-TIME
           MOVE MA-BRANCH-CODE TO TR-BRANCH-CODE
           MOVE 'SYSTEM  ' TO TR-TELLER-ID
           MOVE 'DEBIT INTEREST' TO TR-REFERENCE
           MOVE MA-CURRENCY-CODE TO TR-CURRENCY-CODE

           WRITE TRANSACTION-RECORD.

      *    Resolution du taux : d'abord la grille par paliers (une
      *    promo en cours d'effet prime sur un palier permanent), a
      *    defaut le taux plat du catalogue/de la grille compilee. Le
       230-WRITE-AUDIT-ENTRY.
           MOVE MA-ACCOUNT-NUMBER TO WS-AUD-ACCOUNT
           MOVE MA-ACCOUNT-TYPE TO WS-AUD-TYPE
           MOVE WS-INTEREST-AMOUNT TO WS-AUD-INTEREST
           MOVE WS-RUN-DATE TO WS-AUD-RUN-DATE
      *    Ligne debitrice : solde comptable et taux debiteur, pas de
      *    palier ni de promo.
           IF WS-AUD-EVENT(1:2) = 'DR'
               MOVE MA-CURRENT-BALANCE TO WS-AUD-AVAIL-BAL
               MOVE WS-DEBIT-RATE TO WS-AUD-RATE
               MOVE ZERO TO WS-AUD-BAND-LOW
               MOVE SPACE TO WS-AUD-PROMO
           ELSE
               MOVE MA-AVAILABLE-BALANCE TO WS-AUD-AVAIL-BAL
               MOVE WS-FOUND-RATE TO WS-AUD-RATE
               MOVE WS-APPLIED-BAND-LOW TO WS-AUD-BAND-LOW
               MOVE WS-APPLIED-PROMO TO WS-AUD-PROMO
           END-IF

           WRITE INTEREST-AUDIT-RECORD FROM WS-AUDIT-DETAIL.

           DISPLAY 'COMPTES LUS            : ' WS-ACCOUNTS-READ
           DISPLAY 'INTERETS COMPTABILISES : ' WS-INTEREST-POSTED
           DISPLAY 'TOTAL DES INTERETS     : ' WS-TOTAL-INTEREST
           DISPLAY 'COMPTES COURUS DEBIT.  : ' WS-DEBIT-ACCRUED-ACCTS
           DISPLAY 'TOTAL COURU DEBITEUR   : ' WS-TOTAL-DEBIT-ACCRUED
           DISPLAY 'INTERETS DEBIT. PERCUS : ' WS-DEBIT-INT-CHARGED
           DISPLAY '  DONT AU MINIMUM      : ' WS-DEBIT-MIN-APPLIED
           DISPLAY 'TOTAL INTERETS DEBIT.  : ' WS-TOTAL-DEBIT-INTEREST
           DISPLAY '================================================'
           DISPLAY ' '.

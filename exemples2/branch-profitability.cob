      *   un mois concatene par l'exploitation : produits de frais      *
      *   (FEEOUT), frais de decouvert (lignes 'OF' de la piste         *
      *   d'audit de BANKTRAN), interets verses (lignes POSTING de      *
      *   INTAUDIT), interets debiteurs percus (lignes DRCHARGE de      *
      *   INTAUDIT) et resultat de change (FXGLOUT)                     *
      * - Chaque ligne est rattachee a son agence : directement pour    *
      *   les frais (FEE-BRANCH-CODE), via MA-BRANCH-CODE du fichier    *
      * - Une ligne par agence puis la page de synthese banque          *
      *   entiere ; le resultat de change n'est porte que par la        *
      *   synthese, FXGLOUT etant tenu par devise sans agence           *
      * - Les remboursements de frais du mois (resume WAIVSUM de        *
      *   FEEWAIVR) viennent en deduction des frais de leur agence : la *
      *   colonne FRAIS de la ligne agence est nette des remboursements *
      * - Le cout d'occupation de l'agence (dotation du mois de ses     *
      *   immobilisations, resume FABRSUM de FADEPR) vient en deduction *
      *   de son resultat net et de celui de la banque                  *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FXG-STATUS.

      *    Remboursements de frais du mois, resumes par FEEWAIVR.
           SELECT WAIVER-SUMMARY-FILE
               ASSIGN TO WAIVSUM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WVS-STATUS.

      *    Immobilisations par agence, resumees par FADEPR.
           SELECT ASSET-SUMMARY-FILE
               ASSIGN TO FABRSUM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FAB-STATUS.

           SELECT MASTER-ACCOUNT-FILE
               ASSIGN TO ACCTIN
               ORGANIZATION IS INDEXED
           05  RG-CREDIT-SIDE          PIC X(16).
           05  FILLER                  PIC X(10).

      *    Meme disposition que WAIVER-SUMMARY-RECORD dans FEEWAIVR.
       FD  WAIVER-SUMMARY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  WAIVER-SUMMARY-RECORD.
           05  WV-BRANCH-CODE          PIC X(06).
           05  WV-OFFICER-ID           PIC X(08).
           05  WV-REASON-CODE          PIC X(02).
           05  WV-PERIOD-START         PIC 9(8).
           05  WV-PERIOD-END           PIC 9(8).
           05  WV-REFUND-COUNT         PIC 9(7) COMP-3.
           05  WV-REFUND-AMOUNT        PIC 9(13)V99 COMP-3.
           05  FILLER                  PIC X(12).

      *    Meme disposition que BRANCH-SUMMARY-RECORD dans FADEPR.
       FD  ASSET-SUMMARY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ASSET-SUMMARY-RECORD.
           05  FB-BRANCH-CODE          PIC X(06).
           05  FB-PERIOD               PIC 9(06).
           05  FB-ASSET-COUNT          PIC 9(7) COMP-3.
           05  FB-COST-TOTAL           PIC S9(13)V99 COMP-3.
           05  FB-ACCUM-TOTAL          PIC S9(13)V99 COMP-3.
           05  FB-NET-BOOK-VALUE       PIC S9(13)V99 COMP-3.
           05  FB-PERIOD-DEPRECIATION  PIC S9(13)V99 COMP-3.
           05  FILLER                  PIC X(10).

      *    Meme disposition que dans BANKTRAN.
       FD  MASTER-ACCOUNT-FILE
           RECORDING MODE IS F.
           05  WS-AUD-STATUS           PIC X(02) VALUE SPACES.
           05  WS-INT-STATUS           PIC X(02) VALUE SPACES.
           05  WS-FXG-STATUS           PIC X(02) VALUE SPACES.
           05  WS-WVS-STATUS           PIC X(02) VALUE SPACES.
           05  WS-FAB-STATUS           PIC X(02) VALUE SPACES.
           05  WS-ACCT-STATUS          PIC X(02) VALUE SPACES.
           05  WS-RPT-STATUS           PIC X(02) VALUE SPACES.

           05  WS-AUDIT-READ           PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-INTAUDIT-READ        PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-FXGL-READ            PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-WAIVSUM-READ         PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-FABRSUM-READ         PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-ACCOUNTS-READ        PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-ORPHAN-LINES         PIC 9(7) COMP-3 VALUE ZERO.

                   INDEXED BY WS-BPT-IDX.
               10  WS-BPT-BRANCH       PIC X(6).
               10  WS-BPT-FEE-INCOME   PIC S9(15)V99 COMP-3.
               10  WS-BPT-FEE-REFUNDS  PIC S9(15)V99 COMP-3.
               10  WS-BPT-OD-INCOME    PIC S9(15)V99 COMP-3.
               10  WS-BPT-DR-INCOME    PIC S9(15)V99 COMP-3.
               10  WS-BPT-INT-EXPENSE  PIC S9(15)V99 COMP-3.
               10  WS-BPT-OCCUPANCY    PIC S9(15)V99 COMP-3.
               10  WS-BPT-ACCOUNTS     PIC 9(7) COMP-3.
               10  WS-BPT-BALANCES     PIC S9(15)V99 COMP-3.


       01  WS-BANK-TOTALS.
           05  WS-TOT-FEE-INCOME       PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-TOT-FEE-REFUNDS      PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-TOT-OD-INCOME        PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-TOT-DR-INCOME        PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-TOT-INT-EXPENSE      PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-TOT-OCCUPANCY        PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-TOT-FX-RESULT        PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-TOT-ACCOUNTS         PIC 9(7) COMP-3 VALUE ZERO.

               88  END-OF-INTAUDIT     VALUE 'Y'.
           05  WS-END-OF-FXGL          PIC X(01) VALUE 'N'.
               88  END-OF-FXGL         VALUE 'Y'.
           05  WS-END-OF-WAIVSUM       PIC X(01) VALUE 'N'.
               88  END-OF-WAIVSUM      VALUE 'Y'.
           05  WS-END-OF-FABRSUM       PIC X(01) VALUE 'N'.
               88  END-OF-FABRSUM      VALUE 'Y'.
           05  WS-END-OF-ACCOUNTS      PIC X(01) VALUE 'N'.
               88  END-OF-ACCOUNTS     VALUE 'Y'.

           05  FILLER                  PIC X(03) VALUE ' | '.
           05  RPB-OD-INCOME           PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE ' | '.
      *    Interets debiteurs et solde moyen sur 15 : la ligne tient
      *    ainsi dans les 132 colonnes de l'etat.
           05  RPB-DR-INCOME           PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  RPB-INT-EXPENSE         PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  RPB-NET-RESULT          PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  RPB-ACCOUNTS            PIC ZZZZZZ9.
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  RPB-AVG-BALANCE         PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-RPT-SUMMARY-LINE.
           05  RPS-LABEL               PIC X(24).
               UNTIL END-OF-INTAUDIT
           PERFORM 230-TALLY-FX-RESULT
               UNTIL END-OF-FXGL
           PERFORM 232-TALLY-FEE-REFUNDS
               UNTIL END-OF-WAIVSUM
           PERFORM 234-TALLY-OCCUPANCY
               UNTIL END-OF-FABRSUM
           PERFORM 235-POSITION-ACCOUNT-SWEEP
           PERFORM 240-TALLY-ACCOUNTS
               UNTIL END-OF-ACCOUNTS
               MOVE 'Y' TO WS-END-OF-FXGL
           ELSE
               PERFORM 140-READ-FXGL
           END-IF

           OPEN INPUT WAIVER-SUMMARY-FILE
           IF WS-WVS-STATUS NOT = '00'
               DISPLAY 'RESUME DES REMBOURSEMENTS ABSENT'
               MOVE 'Y' TO WS-END-OF-WAIVSUM
           ELSE
               PERFORM 150-READ-WAIVSUM
           END-IF

           OPEN INPUT ASSET-SUMMARY-FILE
           IF WS-FAB-STATUS NOT = '00'
               DISPLAY 'RESUME DES IMMOBILISATIONS ABSENT'
               MOVE 'Y' TO WS-END-OF-FABRSUM
           ELSE
               PERFORM 160-READ-FABRSUM
           END-IF.

       110-READ-FEE.
                   ADD 1 TO WS-FXGL-READ
           END-READ.

       150-READ-WAIVSUM.
           READ WAIVER-SUMMARY-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-WAIVSUM
               NOT AT END
                   ADD 1 TO WS-WAIVSUM-READ
           END-READ.

       160-READ-FABRSUM.
           READ ASSET-SUMMARY-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FABRSUM
               NOT AT END
                   ADD 1 TO WS-FABRSUM-READ
           END-READ.

       200-TALLY-FEES.
           IF NOT END-OF-FEES
               MOVE FEE-BRANCH-CODE TO WS-WORK-BRANCH

      *    Seules les lignes POSTING (et les lignes anterieures a la
      *    capitalisation, evenement a blanc) sont des interets
      *    verses, meme regle que INTTAX. Les lignes DRCHARGE sont
      *    l'interet debiteur percu sur decouvert, un produit ; les
      *    courus du jour (ACCRUAL/DRACCRUE) ne comptent pas.
       220-TALLY-INTEREST.
           IF NOT END-OF-INTAUDIT
               IF IAU-ACCOUNT NUMERIC
                   PERFORM 400-ACCUMULATE-BRANCH
                   ADD WS-WORK-AMOUNT TO WS-TOT-INT-EXPENSE
               END-IF
               IF IAU-ACCOUNT NUMERIC
                       AND IAU-EVENT = 'DRCHARGE'
                   MOVE IAU-ACCOUNT TO WS-RESOLVE-ACCOUNT
                   PERFORM 250-RESOLVE-BRANCH
                   MOVE IAU-INTEREST TO WS-WORK-AMOUNT
                   MOVE 'D' TO WS-WORK-BUCKET
                   PERFORM 400-ACCUMULATE-BRANCH
                   ADD WS-WORK-AMOUNT TO WS-TOT-DR-INCOME
               END-IF
               PERFORM 130-READ-INTAUDIT
           END-IF.

               PERFORM 140-READ-FXGL
           END-IF.

      *    WAIVSUM porte deja l'agence du compte rembourse (celle qui
      *    avait percu le frais) : pas de lecture du fichier maitre.
       232-TALLY-FEE-REFUNDS.
           IF NOT END-OF-WAIVSUM
               MOVE WV-BRANCH-CODE TO WS-WORK-BRANCH
               MOVE WV-REFUND-AMOUNT TO WS-WORK-AMOUNT
               MOVE 'W' TO WS-WORK-BUCKET
               PERFORM 400-ACCUMULATE-BRANCH
               ADD WV-REFUND-AMOUNT TO WS-TOT-FEE-REFUNDS
               PERFORM 150-READ-WAIVSUM
           END-IF.

      *    Le cout d'occupation retenu est la dotation aux
      *    amortissements du mois des biens de l'agence ; les
      *    depreciations exceptionnelles et cessions n'y entrent pas.
       234-TALLY-OCCUPANCY.
           IF NOT END-OF-FABRSUM
               MOVE FB-BRANCH-CODE TO WS-WORK-BRANCH
               MOVE FB-PERIOD-DEPRECIATION TO WS-WORK-AMOUNT
               MOVE 'M' TO WS-WORK-BUCKET
               PERFORM 400-ACCUMULATE-BRANCH
               ADD FB-PERIOD-DEPRECIATION TO WS-TOT-OCCUPANCY
               PERFORM 160-READ-FABRSUM
           END-IF.

      *    Les passes frais/interets ci-dessus ont fait des lectures
      *    directes (250-RESOLVE-BRANCH) sur le meme fichier : le
      *    curseur doit revenir au premier compte avant le balayage
                   SET WS-BPT-IDX TO WS-BPT-COUNT
                   MOVE WS-WORK-BRANCH TO WS-BPT-BRANCH(WS-BPT-COUNT)
                   MOVE ZERO TO WS-BPT-FEE-INCOME(WS-BPT-COUNT)
                                WS-BPT-FEE-REFUNDS(WS-BPT-COUNT)
                                WS-BPT-OD-INCOME(WS-BPT-COUNT)
                                WS-BPT-DR-INCOME(WS-BPT-COUNT)
                                WS-BPT-INT-EXPENSE(WS-BPT-COUNT)
                                WS-BPT-OCCUPANCY(WS-BPT-COUNT)
                                WS-BPT-ACCOUNTS(WS-BPT-COUNT)
                                WS-BPT-BALANCES(WS-BPT-COUNT)
                   PERFORM 410-ADD-TO-BRANCH
               WHEN 'F'
                   ADD WS-WORK-AMOUNT
                       TO WS-BPT-FEE-INCOME(WS-BPT-IDX)
               WHEN 'W'
                   ADD WS-WORK-AMOUNT
                       TO WS-BPT-FEE-REFUNDS(WS-BPT-IDX)
               WHEN 'O'
                   ADD WS-WORK-AMOUNT
                       TO WS-BPT-OD-INCOME(WS-BPT-IDX)
               WHEN 'D'
                   ADD WS-WORK-AMOUNT
                       TO WS-BPT-DR-INCOME(WS-BPT-IDX)
               WHEN 'I'
                   ADD WS-WORK-AMOUNT
                       TO WS-BPT-INT-EXPENSE(WS-BPT-IDX)
               WHEN 'M'
                   ADD WS-WORK-AMOUNT
                       TO WS-BPT-OCCUPANCY(WS-BPT-IDX)
               WHEN 'A'
                   ADD 1 TO WS-BPT-ACCOUNTS(WS-BPT-IDX)
                   ADD WS-WORK-AMOUNT
           MOVE 'PRODUITS DE FRAIS     : ' TO RPS-LABEL
           MOVE WS-TOT-FEE-INCOME TO RPS-AMOUNT
           WRITE PROFIT-REPORT-RECORD FROM WS-RPT-SUMMARY-LINE
           MOVE 'FRAIS REMBOURSES      : ' TO RPS-LABEL
           MOVE WS-TOT-FEE-REFUNDS TO RPS-AMOUNT
           WRITE PROFIT-REPORT-RECORD FROM WS-RPT-SUMMARY-LINE
           MOVE 'FRAIS DE DECOUVERT    : ' TO RPS-LABEL
           MOVE WS-TOT-OD-INCOME TO RPS-AMOUNT
           WRITE PROFIT-REPORT-RECORD FROM WS-RPT-SUMMARY-LINE
           MOVE 'INTERETS DEBITEURS    : ' TO RPS-LABEL
           MOVE WS-TOT-DR-INCOME TO RPS-AMOUNT
           WRITE PROFIT-REPORT-RECORD FROM WS-RPT-SUMMARY-LINE
           MOVE 'INTERETS VERSES       : ' TO RPS-LABEL
           MOVE WS-TOT-INT-EXPENSE TO RPS-AMOUNT
           WRITE PROFIT-REPORT-RECORD FROM WS-RPT-SUMMARY-LINE
           MOVE 'RESULTAT DE CHANGE    : ' TO RPS-LABEL
           MOVE WS-TOT-FX-RESULT TO RPS-AMOUNT
           WRITE PROFIT-REPORT-RECORD FROM WS-RPT-SUMMARY-LINE
           MOVE 'FRAIS D''OCCUPATION    : ' TO RPS-LABEL
           MOVE WS-TOT-OCCUPANCY TO RPS-AMOUNT
           WRITE PROFIT-REPORT-RECORD FROM WS-RPT-SUMMARY-LINE

           COMPUTE WS-NET-RESULT =
               WS-TOT-FEE-INCOME - WS-TOT-FEE-REFUNDS
               + WS-TOT-OD-INCOME + WS-TOT-DR-INCOME
               - WS-TOT-INT-EXPENSE + WS-TOT-FX-RESULT
               - WS-TOT-OCCUPANCY
           MOVE 'RESULTAT NET BANQUE   : ' TO RPS-LABEL
           MOVE WS-NET-RESULT TO RPS-AMOUNT
           WRITE PROFIT-REPORT-RECORD FROM WS-RPT-SUMMARY-LINE.

       510-WRITE-BRANCH-LINE.
           MOVE WS-BPT-BRANCH(WS-BPT-IDX) TO RPB-BRANCH
           COMPUTE RPB-FEE-INCOME =
               WS-BPT-FEE-INCOME(WS-BPT-IDX)
               - WS-BPT-FEE-REFUNDS(WS-BPT-IDX)
           MOVE WS-BPT-OD-INCOME(WS-BPT-IDX) TO RPB-OD-INCOME
           MOVE WS-BPT-DR-INCOME(WS-BPT-IDX) TO RPB-DR-INCOME
           MOVE WS-BPT-INT-EXPENSE(WS-BPT-IDX) TO RPB-INT-EXPENSE
           COMPUTE RPB-NET-RESULT =
               WS-BPT-FEE-INCOME(WS-BPT-IDX)
               - WS-BPT-FEE-REFUNDS(WS-BPT-IDX)
               + WS-BPT-OD-INCOME(WS-BPT-IDX)
               + WS-BPT-DR-INCOME(WS-BPT-IDX)
               - WS-BPT-INT-EXPENSE(WS-BPT-IDX)
               - WS-BPT-OCCUPANCY(WS-BPT-IDX)
           MOVE WS-BPT-ACCOUNTS(WS-BPT-IDX) TO RPB-ACCOUNTS
           IF WS-BPT-ACCOUNTS(WS-BPT-IDX) > ZERO
               COMPUTE WS-AVG-BALANCE ROUNDED =
           IF WS-FXG-STATUS = '00' OR WS-FXG-STATUS = '10'
               CLOSE REVAL-GL-FILE
           END-IF
           IF WS-WVS-STATUS = '00' OR WS-WVS-STATUS = '10'
               CLOSE WAIVER-SUMMARY-FILE
           END-IF
           IF WS-FAB-STATUS = '00' OR WS-FAB-STATUS = '10'
               CLOSE ASSET-SUMMARY-FILE
           END-IF
           CLOSE MASTER-ACCOUNT-FILE
                 PROFIT-REPORT-FILE

           DISPLAY 'LIGNES AUDIT LUES      : ' WS-AUDIT-READ
           DISPLAY 'LIGNES INTERETS LUES   : ' WS-INTAUDIT-READ
           DISPLAY 'LIGNES CHANGE LUES     : ' WS-FXGL-READ
           DISPLAY 'LIGNES WAIVSUM LUES    : ' WS-WAIVSUM-READ
           DISPLAY 'LIGNES FABRSUM LUES    : ' WS-FABRSUM-READ
           DISPLAY 'COMPTES LUS            : ' WS-ACCOUNTS-READ
           DISPLAY 'AGENCES RAPPORTEES     : ' WS-BPT-COUNT
           DISPLAY 'LIGNES SANS AGENCE     : ' WS-ORPHAN-LINES

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFCHECK.
       AUTHOR. BANKING SYSTEM TEAM.
      ******************************************************************
      * CONTROLE CROISE DES TABLES DE REFERENCE                         *
      * - Execute en debut de nuit, apres CATCHECK et avant toute       *
      *   etape qui charge une table de reference : CATCHECK valide le  *
      *   catalogue seul, ce controle valide les tables ENTRE ELLES     *
      * - Charge catalogue (PRODCAT), plan de comptes (COAMAP), bareme  *
      *   des frais (FEESCHED), paliers de taux (INTRATES), grille des  *
      *   paliers de relation (TIERDEF), et cote paie/commercial les    *
      *   parametres de paie, la table des juridictions fiscales, les   *
      *   localisations des centres de couts et la liste de prix        *
      * - Signale chaque orphelin (ligne pour un produit, une           *
      *   juridiction ou un article inexistant), chaque trou (produit   *
      *   sans bareme, fourchette de palier non couverte), chaque       *
      *   chevauchement de periodes d'effet et chaque couple            *
      *   obligatoire manquant (produit sans correspondance COAMAP      *
      *   generique pour un mouvement qu'il genere, code taxe sans      *
      *   taux)                                                         *
      * - Rapport REFERR : une ligne par anomalie, avec sa gravite      *
      *   (B bloquante, A avertissement)                                *
      * - Code retour 16 s'il existe une anomalie bloquante : BATCHDRV  *
      *   retient alors toutes les etapes qui en dependent ; code       *
      *   retour 4 pour les seuls avertissements (table optionnelle     *
      *   absente, trou couvert par un taux ou un bareme par defaut),   *
      *   la nuit part et le resume le signale                          *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-CATALOG-FILE
               ASSIGN TO PRODCAT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.

           SELECT COA-MAPPING-FILE
               ASSIGN TO COAMAP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-COA-STATUS.

           SELECT FEE-SCHEDULE-FILE
               ASSIGN TO FEESCHED
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FSC-STATUS.

           SELECT TIER-RATE-FILE
               ASSIGN TO INTRATES
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRF-STATUS.

           SELECT TIER-DEFINITION-FILE
               ASSIGN TO TIERDEF
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TDF-STATUS.

      *    Fichiers de l'atelier paie et commercial : memes noms et
      *    meme organisation que chez EMPLOYEE-PAYROLL et
      *    ORDER-PROCESSOR.
           SELECT PAYROLL-PARAMETER-FILE
               ASSIGN TO 'payroll-parameters.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.

           SELECT JURISDICTION-TAX-FILE
               ASSIGN TO 'jurisdiction-tax.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JTX-STATUS.

           SELECT CC-LOCATION-FILE
               ASSIGN TO 'cost-center-locations.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCL-STATUS.

           SELECT PRICE-LIST-FILE
               ASSIGN TO 'price-list.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRL-STATUS.

      *    Lecture directe par code article, pour les orphelins de la
      *    liste de prix.
           SELECT PRODUCT-MASTER-FILE
               ASSIGN TO 'product-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PRD-STATUS.

           SELECT REFERENCE-ERROR-FILE
               ASSIGN TO REFERR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ERR-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Meme disposition que dans CATCHECK, BANKTRAN et INTPOST.
       FD  PRODUCT-CATALOG-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PRODUCT-CATALOG-RECORD.
           05  PC-PRODUCT-CODE         PIC X(02).
           05  PC-DESCRIPTION          PIC X(30).
           05  PC-ALERT-THRESHOLD      PIC 9(11)V99.
           05  PC-OD-FEE-1             PIC 9(5)V99.
           05  PC-OD-FEE-2             PIC 9(5)V99.
           05  PC-OD-FEE-3             PIC 9(5)V99.
           05  PC-ANNUAL-RATE          PIC 99V99.
           05  PC-DORMANCY-DAYS        PIC 9(5).
           05  PC-STMT-CYCLE-DAY       PIC 9(2).
           05  PC-WDL-LIMIT            PIC 9(3).
           05  PC-WDL-EXCESS-FEE       PIC 9(5)V99.
           05  PC-DEBIT-RATE           PIC 99V99.
           05  PC-DEBIT-GRACE-DAYS     PIC 9(3).
           05  PC-DEBIT-MIN-CHARGE     PIC 9(3)V99.
           05  FILLER                  PIC X(21).

      *    Meme disposition que dans GLPOST.
       FD  COA-MAPPING-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  COA-MAPPING-RECORD.
           05  CM-TXN-TYPE             PIC X(02).
           05  CM-ACCOUNT-TYPE         PIC X(02).
           05  CM-BRANCH-CODE          PIC X(06).
           05  CM-DEBIT-GL             PIC 9(08).
           05  CM-CREDIT-GL            PIC 9(08).
           05  FILLER                  PIC X(14).

      *    Meme disposition que dans FEEENG.
       FD  FEE-SCHEDULE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FEE-SCHEDULE-RECORD.
           05  FS-ACCOUNT-TYPE         PIC X(02).
           05  FS-MONTHLY-FEE          PIC 9(5)V99.
           05  FS-MIN-BALANCE          PIC 9(9)V99.
           05  FS-BELOW-MIN-FEE        PIC 9(5)V99.
           05  FS-ADB-WAIVER-LEVEL     PIC 9(9)V99.
           05  FS-DORMANT-DAYS         PIC 9(5).
           05  FS-DORMANT-FEE          PIC 9(5)V99.
           05  FILLER                  PIC X(10).

      *    Meme disposition que dans INTPOST.
       FD  TIER-RATE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  TIER-RATE-RECORD.
           05  RB-ACCOUNT-TYPE         PIC X(02).
           05  RB-BAND-LOW             PIC 9(11)V99.
           05  RB-BAND-HIGH            PIC 9(11)V99.
           05  RB-ANNUAL-RATE          PIC 99V99.
           05  RB-PROMO-FLAG           PIC X(01).
           05  RB-EFF-FROM             PIC 9(8).
           05  RB-EFF-TO               PIC 9(8).
           05  RB-MAX-ACCT-AGE-DAYS    PIC 9(5).
           05  FILLER                  PIC X(10).

      *    Meme disposition que dans RELTIER.
       FD  TIER-DEFINITION-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  TIER-DEFINITION-RECORD.
           05  TD-TIER-CODE            PIC X(02).
           05  TD-MIN-COMBINED         PIC 9(13)V99.
           05  TD-FEE-WAIVER-FLAG      PIC X(01).
           05  TD-RATE-BONUS           PIC 9V99.
           05  FILLER                  PIC X(11).

      *    Meme disposition que chez EMPLOYEE-PAYROLL.
       FD  PAYROLL-PARAMETER-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PAYROLL-PARAMETER-RECORD.
           05  PARM-STANDARD-TAX-RATE  PIC 99V99.
           05  PARM-REDUCED-TAX-RATE   PIC 99V99.
           05  PARM-EXEMPT-TAX-RATE    PIC 99V99.
           05  PARM-SOCIAL-SEC-RATE    PIC 99V99.
           05  PARM-REGULAR-HOURS      PIC 9(3).
           05  PARM-OVERTIME-MULT      PIC 9V99.
           05  PARM-EMPLOYER-SS-RATE   PIC 99V99.
           05  PARM-EMPLOYER-BEN-RATE  PIC 99V99.

      *    Meme disposition que chez EMPLOYEE-PAYROLL.
       FD  JURISDICTION-TAX-FILE.
       01  JURISDICTION-TAX-RECORD.
           05  JTX-CODE                PIC X(4).
           05  JTX-NAME                PIC X(20).
           05  JTX-LEVEL               PIC X(1).
               88  JTX-LOCAL-LEVEL     VALUE 'L'.
           05  JTX-PARENT              PIC X(4).
           05  JTX-NONRES-FLAG         PIC X(1).
           05  JTX-CREDIT-FLAG         PIC X(1).
           05  JTX-BRACKET OCCURS 5 TIMES.
               10  JTX-BRK-LIMIT       PIC 9(7).
               10  JTX-BRK-RATE        PIC 99V999.
           05  JTX-RECIPROCAL          PIC X(4) OCCURS 4 TIMES.
           05  FILLER                  PIC X(13).

      *    Meme disposition que chez EMPLOYEE-PAYROLL.
       FD  CC-LOCATION-FILE.
       01  CC-LOCATION-RECORD.
           05  CCL-COST-CENTER         PIC X(4).
           05  CCL-LOCATION            PIC X(4).
           05  FILLER                  PIC X(12).

      *    Meme disposition que chez ORDER-PROCESSOR.
       FD  PRICE-LIST-FILE.
       01  PRICE-LIST-RECORD.
           05  PRL-PRODUCT-CODE        PIC X(6).
           05  PRL-CUSTOMER-ID         PIC X(8).
           05  PRL-QTY-BREAK           PIC 9(5).
           05  PRL-CONTRACT-PRICE      PIC 9(7)V99.
           05  PRL-EFF-FROM            PIC X(8).
           05  PRL-EFF-TO              PIC X(8).
           05  FILLER                  PIC X(6).

      *    Seule la cle sert ici.
       FD  PRODUCT-MASTER-FILE
           RECORDING MODE IS F.
       01  PRODUCT-MASTER-RECORD.
           05  PROD-CODE               PIC X(6).
           05  FILLER                  PIC X(82).

       FD  REFERENCE-ERROR-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REFERENCE-ERROR-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-CODES.
           05  WS-CAT-STATUS           PIC X(02) VALUE SPACES.
           05  WS-COA-STATUS           PIC X(02) VALUE SPACES.
           05  WS-FSC-STATUS           PIC X(02) VALUE SPACES.
           05  WS-TRF-STATUS           PIC X(02) VALUE SPACES.
           05  WS-TDF-STATUS           PIC X(02) VALUE SPACES.
           05  WS-PRM-STATUS           PIC X(02) VALUE SPACES.
           05  WS-JTX-STATUS           PIC X(02) VALUE SPACES.
           05  WS-CCL-STATUS           PIC X(02) VALUE SPACES.
           05  WS-PRL-STATUS           PIC X(02) VALUE SPACES.
           05  WS-PRD-STATUS           PIC X(02) VALUE SPACES.
           05  WS-ERR-STATUS           PIC X(02) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-CATALOG-READ         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-COA-READ             PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-SCHEDULES-READ       PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-TIER-RATES-READ      PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-TIER-DEFS-READ       PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-JURISDICTIONS-READ   PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-LOCATIONS-READ       PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-PRICES-READ          PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-BLOCKING-COUNT       PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-WARNING-COUNT        PIC 9(5) COMP-3 VALUE ZERO.

      *    Catalogue en memoire : les zones qui decident des
      *    mouvements qu'un produit genere, donc des correspondances
      *    COAMAP qui lui sont obligatoires.
       01  WS-CATALOG-TABLE.
           05  WS-CTL-COUNT            PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-CTL-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-CTL-COUNT
                   INDEXED BY WS-CTL-IDX.
               10  WS-CTL-CODE         PIC X(02).
               10  WS-CTL-ANNUAL-RATE  PIC 99V99 COMP-3.
               10  WS-CTL-DEBIT-RATE   PIC 99V99 COMP-3.
               10  WS-CTL-OD-FEE       PIC 9(5)V99 COMP-3.
               10  WS-CTL-WDL-FEE      PIC 9(5)V99 COMP-3.
               10  WS-CTL-SCHEDULED    PIC X(01).

       01  WS-COA-TABLE.
           05  WS-COA-COUNT            PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-COA-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-COA-COUNT
                   INDEXED BY WS-COA-IDX.
               10  WS-COA-TXN-TYPE     PIC X(02).
               10  WS-COA-ACCT-TYPE    PIC X(02).
               10  WS-COA-BRANCH       PIC X(06).

      *    Types de compte deja vus dans le bareme des frais (un seul
      *    enregistrement par type chez FEEENG).
       01  WS-FEE-SEEN-TABLE.
           05  WS-FSN-COUNT            PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-FSN-CODE OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-FSN-COUNT
                   INDEXED BY WS-FSN-IDX
                   PIC X(02).

      *    Codes palier deja vus dans la grille des paliers.
       01  WS-TIER-SEEN-TABLE.
           05  WS-TDS-COUNT            PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-TDS-CODE OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-TDS-COUNT
                   INDEXED BY WS-TDS-IDX
                   PIC X(02).

      *    Paliers de taux, bornes ramenees a des valeurs explicites :
      *    fin d'effet a zero = 99999999, plafond a zero = maximum.
       01  WS-TIER-RATE-TABLE.
           05  WS-RBT-COUNT            PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-RBT-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-RBT-COUNT.
               10  WS-RBT-ACCOUNT-TYPE PIC X(02).
               10  WS-RBT-LINE         PIC 9(4).
               10  WS-RBT-BAND-LOW     PIC 9(11)V99 COMP-3.
               10  WS-RBT-BAND-HIGH    PIC 9(11)V99 COMP-3.
               10  WS-RBT-PROMO-FLAG   PIC X(01).
               10  WS-RBT-EFF-FROM     PIC 9(8).
               10  WS-RBT-EFF-TO       PIC 9(8).

       01  WS-JURISDICTION-TABLE.
           05  WS-JTT-COUNT            PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-JTT-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-JTT-COUNT
                   INDEXED BY WS-JTT-IDX.
               10  WS-JTT-CODE         PIC X(4).
               10  WS-JTT-LEVEL        PIC X(1).
               10  WS-JTT-PARENT       PIC X(4).
               10  WS-JTT-BRK-LIMIT    PIC 9(7) OCCURS 5 TIMES.
               10  WS-JTT-RECIPROCAL   PIC X(4) OCCURS 4 TIMES.

      *    Liste de prix, dates a blanc ramenees comme ci-dessus.
       01  WS-PRICE-LIST-TABLE.
           05  WS-PLT-COUNT            PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-PLT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-PLT-COUNT.
               10  WS-PLT-PRODUCT      PIC X(6).
               10  WS-PLT-CUSTOMER     PIC X(8).
               10  WS-PLT-QTY-BREAK    PIC 9(5).
               10  WS-PLT-LINE         PIC 9(4).
               10  WS-PLT-EFF-FROM     PIC 9(8).
               10  WS-PLT-EFF-TO       PIC 9(8).

      *    Mouvements dont la presence dans le catalogue rend la
      *    correspondance COAMAP generique (agence a blanc)
      *    obligatoire : debit et credit pour tout produit, les autres
      *    selon la zone du catalogue qui les declenche.
       01  WS-REQUIRED-TXN-VALUES.
           05  FILLER                  PIC X(03) VALUE 'DB*'.
           05  FILLER                  PIC X(03) VALUE 'CR*'.
           05  FILLER                  PIC X(03) VALUE 'INA'.
           05  FILLER                  PIC X(03) VALUE 'DID'.
           05  FILLER                  PIC X(03) VALUE 'OFO'.
           05  FILLER                  PIC X(03) VALUE 'XWW'.
       01  WS-REQUIRED-TXN-TABLE REDEFINES WS-REQUIRED-TXN-VALUES.
           05  WS-REQ-ENTRY OCCURS 6 TIMES.
               10  WS-REQ-TXN-TYPE     PIC X(02).
      *        '*' toujours ; 'A' taux annuel, 'D' taux debiteur,
      *        'O' frais de decouvert, 'W' frais de retrait
      *        excedentaire non nuls.
               10  WS-REQ-CONDITION    PIC X(01).

       01  WS-WORK-FIELDS.
           05  WS-I                    PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-J                    PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-K                    PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-FIRST-J              PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-RECORD-LINE          PIC 9(4) VALUE ZERO.
           05  WS-OTHER-LINE           PIC 9(4) VALUE ZERO.
           05  WS-SEARCH-CODE          PIC X(02) VALUE SPACES.
           05  WS-SEARCH-JURISDICTION  PIC X(04) VALUE SPACES.
           05  WS-EFF-FROM             PIC 9(8) VALUE ZERO.
           05  WS-EFF-TO               PIC 9(8) VALUE ZERO.
           05  WS-NEXT-LOW             PIC 9(11)V99 VALUE ZERO.
           05  WS-HIGH-DISPLAY         PIC Z(10)9.99.
           05  WS-FOUND-FLAG           PIC X(01) VALUE 'N'.
               88  ENTRY-FOUND         VALUE 'Y'.
           05  WS-MAP-FOUND-FLAG       PIC X(01) VALUE 'N'.
               88  MAPPING-FOUND       VALUE 'Y'.
           05  WS-RECORD-OK-FLAG       PIC X(01) VALUE 'Y'.
               88  RECORD-OK           VALUE 'Y'.
           05  WS-BRACKET-FLAG         PIC X(01) VALUE 'N'.
               88  BRACKET-ERROR       VALUE 'Y'.
           05  WS-PREVIOUS-MIN         PIC 9(13)V99 VALUE ZERO.

      *    Comparaison de deux periodes d'effet (bornes explicites).
       01  WS-WINDOW-FIELDS.
           05  WS-WIN-FROM-1           PIC 9(8) VALUE ZERO.
           05  WS-WIN-TO-1             PIC 9(8) VALUE ZERO.
           05  WS-WIN-FROM-2           PIC 9(8) VALUE ZERO.
           05  WS-WIN-TO-2             PIC 9(8) VALUE ZERO.
           05  WS-WINDOW-FLAG          PIC X(01) VALUE 'N'.
               88  WINDOWS-OVERLAP     VALUE 'Y'.

       01  WS-ANOMALY-LINE.
           05  WS-ANO-FILE             PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  WS-ANO-KEY              PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  WS-ANO-SEVERITY         PIC X(01) VALUE SPACES.
               88  ANOMALY-BLOCKING    VALUE 'B'.
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  WS-ANO-REASON           PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-END-OF-CATALOG       PIC X(01) VALUE 'N'.
               88  END-OF-CATALOG      VALUE 'Y'.
           05  WS-END-OF-COA           PIC X(01) VALUE 'N'.
               88  END-OF-COA          VALUE 'Y'.
           05  WS-END-OF-SCHEDULE      PIC X(01) VALUE 'N'.
               88  END-OF-SCHEDULE     VALUE 'Y'.
           05  WS-END-OF-TIER-RATES    PIC X(01) VALUE 'N'.
               88  END-OF-TIER-RATES   VALUE 'Y'.
           05  WS-END-OF-TIER-DEFS     PIC X(01) VALUE 'N'.
               88  END-OF-TIER-DEFS    VALUE 'Y'.
           05  WS-END-OF-JURISDICTIONS PIC X(01) VALUE 'N'.
               88  END-OF-JURISDICTIONS VALUE 'Y'.
           05  WS-END-OF-LOCATIONS     PIC X(01) VALUE 'N'.
               88  END-OF-LOCATIONS    VALUE 'Y'.
           05  WS-END-OF-PRICES        PIC X(01) VALUE 'N'.
               88  END-OF-PRICES       VALUE 'Y'.
           05  WS-CATALOG-LOADED-FLAG  PIC X(01) VALUE 'N'.
               88  CATALOG-LOADED      VALUE 'Y'.
           05  WS-COA-LOADED-FLAG      PIC X(01) VALUE 'N'.
               88  COA-LOADED          VALUE 'Y'.
           05  WS-PRODUCT-OPEN-FLAG    PIC X(01) VALUE 'N'.
               88  PRODUCT-MASTER-OPEN VALUE 'Y'.

       PROCEDURE DIVISION.
       000-MAIN-CONTROL.
           PERFORM 100-INITIALIZE
           PERFORM 200-LOAD-CATALOG
           PERFORM 250-LOAD-COA-MAPPING
           PERFORM 300-CHECK-COA-PAIRINGS
           PERFORM 350-CHECK-FEE-SCHEDULE
           PERFORM 400-CHECK-TIER-RATES
           PERFORM 450-CHECK-TIER-DEFINITIONS
           PERFORM 500-CHECK-PAYROLL-PARAMETERS
           PERFORM 550-CHECK-JURISDICTIONS
           PERFORM 600-CHECK-PRICE-LIST
           PERFORM 900-FINALIZE
           STOP RUN.

       100-INITIALIZE.
           DISPLAY '*** DEBUT CONTROLE CROISE DES REFERENCES ***'
           OPEN OUTPUT REFERENCE-ERROR-FILE
           IF WS-ERR-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RAPPORT D''ANOMALIES: '
                       WS-ERR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Le catalogue est la reference de toutes les autres tables
      *    banque : absent, rien ne peut etre rapproche.
       200-LOAD-CATALOG.
           OPEN INPUT PRODUCT-CATALOG-FILE
           IF WS-CAT-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE CATALOGUE PRODUITS: '
                       WS-CAT-STATUS
               MOVE 'PRODCAT' TO WS-ANO-FILE
               MOVE SPACES TO WS-ANO-KEY
               MOVE 'B' TO WS-ANO-SEVERITY
               MOVE 'CATALOGUE ABSENT' TO WS-ANO-REASON
               PERFORM 850-WRITE-ANOMALY
           ELSE
               PERFORM 210-READ-CATALOG-RECORD
                   UNTIL END-OF-CATALOG
               CLOSE PRODUCT-CATALOG-FILE
               MOVE 'Y' TO WS-CATALOG-LOADED-FLAG
               DISPLAY 'PRODUITS CHARGES: ' WS-CTL-COUNT
           END-IF.

       210-READ-CATALOG-RECORD.
           READ PRODUCT-CATALOG-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-CATALOG
               NOT AT END
                   ADD 1 TO WS-CATALOG-READ
                   MOVE PC-PRODUCT-CODE TO WS-SEARCH-CODE
                   PERFORM 800-FIND-CATALOG-CODE
      *            Les doublons et zones fautives sont l'affaire de
      *            CATCHECK : seule la premiere occurrence compte ici.
                   IF NOT ENTRY-FOUND AND PC-PRODUCT-CODE NOT = SPACES
                       PERFORM 220-STORE-CATALOG-ENTRY
                   END-IF
           END-READ.

       220-STORE-CATALOG-ENTRY.
           IF WS-CTL-COUNT < 50
               ADD 1 TO WS-CTL-COUNT
               MOVE PC-PRODUCT-CODE TO WS-CTL-CODE(WS-CTL-COUNT)
               MOVE ZERO TO WS-CTL-ANNUAL-RATE(WS-CTL-COUNT)
                            WS-CTL-DEBIT-RATE(WS-CTL-COUNT)
                            WS-CTL-OD-FEE(WS-CTL-COUNT)
                            WS-CTL-WDL-FEE(WS-CTL-COUNT)
               MOVE 'N' TO WS-CTL-SCHEDULED(WS-CTL-COUNT)
               IF PC-ANNUAL-RATE NUMERIC
                   MOVE PC-ANNUAL-RATE
                       TO WS-CTL-ANNUAL-RATE(WS-CTL-COUNT)
               END-IF
               IF PC-DEBIT-RATE NUMERIC
                   MOVE PC-DEBIT-RATE
                       TO WS-CTL-DEBIT-RATE(WS-CTL-COUNT)
               END-IF
               IF PC-OD-FEE-1 NUMERIC
                   MOVE PC-OD-FEE-1 TO WS-CTL-OD-FEE(WS-CTL-COUNT)
               END-IF
               IF PC-WDL-EXCESS-FEE NUMERIC
                   MOVE PC-WDL-EXCESS-FEE
                       TO WS-CTL-WDL-FEE(WS-CTL-COUNT)
               END-IF
           ELSE
               DISPLAY '*** ALERTE: TABLE DU CATALOGUE SATUREE - '
                       'PRODUIT IGNORE: ' PC-PRODUCT-CODE
           END-IF.

       250-LOAD-COA-MAPPING.
           OPEN INPUT COA-MAPPING-FILE
           IF WS-COA-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE PLAN DE COMPTES: '
                       WS-COA-STATUS
               MOVE 'COAMAP' TO WS-ANO-FILE
               MOVE SPACES TO WS-ANO-KEY
               MOVE 'B' TO WS-ANO-SEVERITY
               MOVE 'PLAN DE COMPTES ABSENT' TO WS-ANO-REASON
               PERFORM 850-WRITE-ANOMALY
           ELSE
               PERFORM 260-READ-COA-RECORD
                   UNTIL END-OF-COA
               CLOSE COA-MAPPING-FILE
               MOVE 'Y' TO WS-COA-LOADED-FLAG
               DISPLAY 'CORRESPONDANCES CHARGEES: ' WS-COA-COUNT
           END-IF.

       260-READ-COA-RECORD.
           READ COA-MAPPING-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-COA
               NOT AT END
                   ADD 1 TO WS-COA-READ
                   IF WS-COA-COUNT < 500
                       ADD 1 TO WS-COA-COUNT
                       MOVE CM-TXN-TYPE
                           TO WS-COA-TXN-TYPE(WS-COA-COUNT)
                       MOVE CM-ACCOUNT-TYPE
                           TO WS-COA-ACCT-TYPE(WS-COA-COUNT)
                       MOVE CM-BRANCH-CODE
                           TO WS-COA-BRANCH(WS-COA-COUNT)
                   ELSE
                       DISPLAY '*** ALERTE: TABLE DU PLAN DE COMPTES '
                               'SATUREE ***'
                       MOVE 'Y' TO WS-END-OF-COA
                   END-IF
           END-READ.

      *    Couple obligatoire produit / mouvement : sans
      *    correspondance generique, GLPOST envoie en compte d'attente
      *    tout mouvement de ce produit dans une agence sans ligne
      *    propre.
       300-CHECK-COA-PAIRINGS.
           IF CATALOG-LOADED AND COA-LOADED
               PERFORM 310-CHECK-ONE-PRODUCT
                   VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CTL-COUNT
           END-IF.

       310-CHECK-ONE-PRODUCT.
           PERFORM 320-CHECK-ONE-PAIRING
               VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > 6.

       320-CHECK-ONE-PAIRING.
           IF WS-REQ-CONDITION(WS-K) = '*'
               OR (WS-REQ-CONDITION(WS-K) = 'A'
                   AND WS-CTL-ANNUAL-RATE(WS-I) > ZERO)
               OR (WS-REQ-CONDITION(WS-K) = 'D'
                   AND WS-CTL-DEBIT-RATE(WS-I) > ZERO)
               OR (WS-REQ-CONDITION(WS-K) = 'O'
                   AND WS-CTL-OD-FEE(WS-I) > ZERO)
               OR (WS-REQ-CONDITION(WS-K) = 'W'
                   AND WS-CTL-WDL-FEE(WS-I) > ZERO)
               MOVE 'N' TO WS-MAP-FOUND-FLAG
               SET WS-COA-IDX TO 1
               SEARCH WS-COA-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-COA-TXN-TYPE(WS-COA-IDX)
                           = WS-REQ-TXN-TYPE(WS-K)
                       AND WS-COA-ACCT-TYPE(WS-COA-IDX)
                           = WS-CTL-CODE(WS-I)
                       AND WS-COA-BRANCH(WS-COA-IDX) = SPACES
                       MOVE 'Y' TO WS-MAP-FOUND-FLAG
               END-SEARCH
               IF NOT MAPPING-FOUND
                   MOVE 'COAMAP' TO WS-ANO-FILE
                   MOVE SPACES TO WS-ANO-KEY
                   STRING WS-REQ-TXN-TYPE(WS-K) '/'
                          WS-CTL-CODE(WS-I)
                       DELIMITED BY SIZE INTO WS-ANO-KEY
                   MOVE 'B' TO WS-ANO-SEVERITY
                   MOVE 'MOUVEMENT PRODUIT SANS COMPTE GENERIQUE'
                       TO WS-ANO-REASON
                   PERFORM 850-WRITE-ANOMALY
               END-IF
           END-IF.

      *    Bareme des frais : une ligne par type de compte du
      *    catalogue. Un type inconnu ou en double est bloquant ; un
      *    produit sans bareme n'est qu'un avertissement (FEEENG ne
      *    lui preleve alors rien, ce qui peut etre voulu).
       350-CHECK-FEE-SCHEDULE.
           OPEN INPUT FEE-SCHEDULE-FILE
           IF WS-FSC-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE BAREME DES FRAIS: '
                       WS-FSC-STATUS
               MOVE 'FEESCHED' TO WS-ANO-FILE
               MOVE SPACES TO WS-ANO-KEY
               MOVE 'B' TO WS-ANO-SEVERITY
               MOVE 'BAREME DES FRAIS ABSENT' TO WS-ANO-REASON
               PERFORM 850-WRITE-ANOMALY
           ELSE
               PERFORM 360-CHECK-ONE-SCHEDULE
                   UNTIL END-OF-SCHEDULE
               CLOSE FEE-SCHEDULE-FILE
               IF CATALOG-LOADED
                   PERFORM 370-CHECK-PRODUCT-SCHEDULED
                       VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-CTL-COUNT
               END-IF
           END-IF.

       360-CHECK-ONE-SCHEDULE.
           READ FEE-SCHEDULE-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-SCHEDULE
               NOT AT END
                   ADD 1 TO WS-SCHEDULES-READ
                   MOVE 'FEESCHED' TO WS-ANO-FILE
                   MOVE FS-ACCOUNT-TYPE TO WS-ANO-KEY
                   MOVE 'B' TO WS-ANO-SEVERITY
                   MOVE FS-ACCOUNT-TYPE TO WS-SEARCH-CODE
                   IF CATALOG-LOADED
                       PERFORM 800-FIND-CATALOG-CODE
                       IF ENTRY-FOUND
                           MOVE 'Y'
                               TO WS-CTL-SCHEDULED(WS-CTL-IDX)
                       ELSE
                           MOVE 'TYPE DE COMPTE ABSENT DU CATALOGUE'
                               TO WS-ANO-REASON
                           PERFORM 850-WRITE-ANOMALY
                       END-IF
                   END-IF
                   PERFORM 365-CHECK-SCHEDULE-DUPLICATE
           END-READ.

       365-CHECK-SCHEDULE-DUPLICATE.
           MOVE 'N' TO WS-FOUND-FLAG
           IF WS-FSN-COUNT > 0
               SET WS-FSN-IDX TO 1
               SEARCH WS-FSN-CODE
                   AT END
                       CONTINUE
                   WHEN WS-FSN-CODE(WS-FSN-IDX) = FS-ACCOUNT-TYPE
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-SEARCH
           END-IF

           IF ENTRY-FOUND
               MOVE 'BAREME EN DOUBLE POUR CE TYPE DE COMPTE'
                   TO WS-ANO-REASON
               PERFORM 850-WRITE-ANOMALY
           ELSE
               IF WS-FSN-COUNT < 50
                   ADD 1 TO WS-FSN-COUNT
                   MOVE FS-ACCOUNT-TYPE TO WS-FSN-CODE(WS-FSN-COUNT)
               END-IF
           END-IF.

       370-CHECK-PRODUCT-SCHEDULED.
           IF WS-CTL-SCHEDULED(WS-I) NOT = 'Y'
               MOVE 'FEESCHED' TO WS-ANO-FILE
               MOVE WS-CTL-CODE(WS-I) TO WS-ANO-KEY
               MOVE 'A' TO WS-ANO-SEVERITY
               MOVE 'PRODUIT DU CATALOGUE SANS BAREME'
                   TO WS-ANO-REASON
               PERFORM 850-WRITE-ANOMALY
           END-IF.

      *    Paliers de taux : optionnels pour INTPOST (taux plat du
      *    catalogue a defaut). Hors promotions, placees en tete
      *    expres pour l'emporter, deux paliers d'un meme type de
      *    compte ne doivent pas se chevaucher a la fois en periode
      *    et en fourchette de solde.
       400-CHECK-TIER-RATES.
           OPEN INPUT TIER-RATE-FILE
           IF WS-TRF-STATUS NOT = '00'
               MOVE 'INTRATES' TO WS-ANO-FILE
               MOVE SPACES TO WS-ANO-KEY
               MOVE 'A' TO WS-ANO-SEVERITY
               MOVE 'GRILLE ABSENTE - TAUX PLATS UTILISES'
                   TO WS-ANO-REASON
               PERFORM 850-WRITE-ANOMALY
           ELSE
               MOVE ZERO TO WS-RECORD-LINE
               PERFORM 410-LOAD-ONE-TIER-RATE
                   UNTIL END-OF-TIER-RATES
               CLOSE TIER-RATE-FILE
               PERFORM 420-COMPARE-TIER-RATE
                   VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-RBT-COUNT
               PERFORM 430-CHECK-BAND-CONTINUITY
                   VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-RBT-COUNT
           END-IF.

       410-LOAD-ONE-TIER-RATE.
           READ TIER-RATE-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-TIER-RATES
               NOT AT END
                   ADD 1 TO WS-TIER-RATES-READ
                   ADD 1 TO WS-RECORD-LINE
                   MOVE 'INTRATES' TO WS-ANO-FILE
                   MOVE SPACES TO WS-ANO-KEY
                   STRING RB-ACCOUNT-TYPE ' LIGNE ' WS-RECORD-LINE
                       DELIMITED BY SIZE INTO WS-ANO-KEY
                   MOVE 'B' TO WS-ANO-SEVERITY
                   MOVE RB-ACCOUNT-TYPE TO WS-SEARCH-CODE
                   IF CATALOG-LOADED
                       PERFORM 800-FIND-CATALOG-CODE
                       IF NOT ENTRY-FOUND
                           MOVE 'TYPE DE COMPTE ABSENT DU CATALOGUE'
                               TO WS-ANO-REASON
                           PERFORM 850-WRITE-ANOMALY
                       END-IF
                   END-IF
                   IF RB-BAND-LOW NOT NUMERIC
                           OR RB-BAND-HIGH NOT NUMERIC
                           OR RB-EFF-FROM NOT NUMERIC
                           OR RB-EFF-TO NOT NUMERIC
                       MOVE 'BORNE NON NUMERIQUE' TO WS-ANO-REASON
                       PERFORM 850-WRITE-ANOMALY
                   ELSE
                       PERFORM 415-STORE-TIER-RATE
                   END-IF
           END-READ.

       415-STORE-TIER-RATE.
           IF WS-RBT-COUNT < 100
               ADD 1 TO WS-RBT-COUNT
               MOVE RB-ACCOUNT-TYPE
                   TO WS-RBT-ACCOUNT-TYPE(WS-RBT-COUNT)
               MOVE WS-RECORD-LINE TO WS-RBT-LINE(WS-RBT-COUNT)
               MOVE RB-BAND-LOW TO WS-RBT-BAND-LOW(WS-RBT-COUNT)
               MOVE RB-BAND-HIGH TO WS-RBT-BAND-HIGH(WS-RBT-COUNT)
               IF RB-BAND-HIGH = ZERO
                   MOVE 99999999999.99
                       TO WS-RBT-BAND-HIGH(WS-RBT-COUNT)
               END-IF
               MOVE RB-PROMO-FLAG TO WS-RBT-PROMO-FLAG(WS-RBT-COUNT)
               MOVE RB-EFF-FROM TO WS-RBT-EFF-FROM(WS-RBT-COUNT)
               MOVE RB-EFF-TO TO WS-RBT-EFF-TO(WS-RBT-COUNT)
               IF RB-EFF-TO = ZERO
                   MOVE 99999999 TO WS-RBT-EFF-TO(WS-RBT-COUNT)
               END-IF
               IF RB-BAND-HIGH NOT = ZERO
                       AND RB-BAND-HIGH < RB-BAND-LOW
                   MOVE 'FOURCHETTE INVERSEE' TO WS-ANO-REASON
                   PERFORM 850-WRITE-ANOMALY
               END-IF
           ELSE
               DISPLAY '*** ALERTE: TABLE DES PALIERS DE TAUX '
                       'SATUREE ***'
               MOVE 'Y' TO WS-END-OF-TIER-RATES
           END-IF.

       420-COMPARE-TIER-RATE.
           IF WS-RBT-PROMO-FLAG(WS-I) = SPACE
                   OR WS-RBT-PROMO-FLAG(WS-I) = 'N'
               COMPUTE WS-FIRST-J = WS-I + 1
               PERFORM 425-COMPARE-TIER-RATE-PAIR
                   VARYING WS-J FROM WS-FIRST-J BY 1
                   UNTIL WS-J > WS-RBT-COUNT
           END-IF.

       425-COMPARE-TIER-RATE-PAIR.
           IF WS-RBT-ACCOUNT-TYPE(WS-J) = WS-RBT-ACCOUNT-TYPE(WS-I)
                   AND (WS-RBT-PROMO-FLAG(WS-J) = SPACE
                       OR WS-RBT-PROMO-FLAG(WS-J) = 'N')
                   AND WS-RBT-BAND-LOW(WS-I)
                       <= WS-RBT-BAND-HIGH(WS-J)
                   AND WS-RBT-BAND-LOW(WS-J)
                       <= WS-RBT-BAND-HIGH(WS-I)
               MOVE WS-RBT-EFF-FROM(WS-I) TO WS-WIN-FROM-1
               MOVE WS-RBT-EFF-TO(WS-I) TO WS-WIN-TO-1
               MOVE WS-RBT-EFF-FROM(WS-J) TO WS-WIN-FROM-2
               MOVE WS-RBT-EFF-TO(WS-J) TO WS-WIN-TO-2
               PERFORM 820-COMPARE-WINDOWS
               IF WINDOWS-OVERLAP
                   MOVE 'INTRATES' TO WS-ANO-FILE
                   MOVE WS-RBT-LINE(WS-I) TO WS-RECORD-LINE
                   MOVE WS-RBT-LINE(WS-J) TO WS-OTHER-LINE
                   MOVE SPACES TO WS-ANO-KEY
                   STRING WS-RBT-ACCOUNT-TYPE(WS-I) ' LIGNE '
                          WS-RECORD-LINE
                       DELIMITED BY SIZE INTO WS-ANO-KEY
                   MOVE 'B' TO WS-ANO-SEVERITY
                   MOVE SPACES TO WS-ANO-REASON
                   STRING 'CHEVAUCHEMENT AVEC LIGNE '
                          WS-OTHER-LINE
                       DELIMITED BY SIZE INTO WS-ANO-REASON
                   PERFORM 850-WRITE-ANOMALY
               END-IF
           END-IF.

      *    Trou de fourchette : au-dessus du plafond d'un palier,
      *    aucun autre palier du meme type en vigueur sur la meme
      *    periode ne prend le relais. INTPOST retombe alors sur le
      *    taux plat, d'ou un simple avertissement.
       430-CHECK-BAND-CONTINUITY.
           IF (WS-RBT-PROMO-FLAG(WS-I) = SPACE
                   OR WS-RBT-PROMO-FLAG(WS-I) = 'N')
                   AND WS-RBT-BAND-HIGH(WS-I) < 99999999999.99
               COMPUTE WS-NEXT-LOW = WS-RBT-BAND-HIGH(WS-I) + 0.01
               MOVE 'N' TO WS-FOUND-FLAG
               PERFORM 435-FIND-NEXT-BAND
                   VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-RBT-COUNT OR ENTRY-FOUND
               IF NOT ENTRY-FOUND
                   MOVE 'INTRATES' TO WS-ANO-FILE
                   MOVE WS-RBT-LINE(WS-I) TO WS-RECORD-LINE
                   MOVE SPACES TO WS-ANO-KEY
                   STRING WS-RBT-ACCOUNT-TYPE(WS-I) ' LIGNE '
                          WS-RECORD-LINE
                       DELIMITED BY SIZE INTO WS-ANO-KEY
                   MOVE 'A' TO WS-ANO-SEVERITY
                   MOVE WS-RBT-BAND-HIGH(WS-I) TO WS-HIGH-DISPLAY
                   MOVE SPACES TO WS-ANO-REASON
                   STRING 'AUCUN PALIER AU-DELA DE ' WS-HIGH-DISPLAY
                       DELIMITED BY SIZE INTO WS-ANO-REASON
                   PERFORM 850-WRITE-ANOMALY
               END-IF
           END-IF.

       435-FIND-NEXT-BAND.
           IF WS-J NOT = WS-I
                   AND WS-RBT-ACCOUNT-TYPE(WS-J)
                       = WS-RBT-ACCOUNT-TYPE(WS-I)
                   AND (WS-RBT-PROMO-FLAG(WS-J) = SPACE
                       OR WS-RBT-PROMO-FLAG(WS-J) = 'N')
                   AND WS-RBT-BAND-LOW(WS-J) <= WS-NEXT-LOW
                   AND WS-RBT-BAND-HIGH(WS-J) > WS-RBT-BAND-HIGH(WS-I)
               MOVE WS-RBT-EFF-FROM(WS-I) TO WS-WIN-FROM-1
               MOVE WS-RBT-EFF-TO(WS-I) TO WS-WIN-TO-1
               MOVE WS-RBT-EFF-FROM(WS-J) TO WS-WIN-FROM-2
               MOVE WS-RBT-EFF-TO(WS-J) TO WS-WIN-TO-2
               PERFORM 820-COMPARE-WINDOWS
               IF WINDOWS-OVERLAP
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-IF.

      *    Grille des paliers de relation : obligatoire (RELTIER
      *    s'arrete sans elle), codes uniques et seuils strictement
      *    croissants, RELTIER retenant le plus haut seuil atteint.
      *    Un premier seuil non nul laisse les plus petites relations
      *    sans palier : avertissement.
       450-CHECK-TIER-DEFINITIONS.
           OPEN INPUT TIER-DEFINITION-FILE
           IF WS-TDF-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE GRILLE DES PALIERS: '
                       WS-TDF-STATUS
               MOVE 'TIERDEF' TO WS-ANO-FILE
               MOVE SPACES TO WS-ANO-KEY
               MOVE 'B' TO WS-ANO-SEVERITY
               MOVE 'GRILLE DES PALIERS ABSENTE' TO WS-ANO-REASON
               PERFORM 850-WRITE-ANOMALY
           ELSE
               PERFORM 460-CHECK-ONE-TIER-DEFINITION
                   UNTIL END-OF-TIER-DEFS
               CLOSE TIER-DEFINITION-FILE
               IF WS-TIER-DEFS-READ = ZERO
                   MOVE 'TIERDEF' TO WS-ANO-FILE
                   MOVE SPACES TO WS-ANO-KEY
                   MOVE 'B' TO WS-ANO-SEVERITY
                   MOVE 'GRILLE DES PALIERS VIDE' TO WS-ANO-REASON
                   PERFORM 850-WRITE-ANOMALY
               END-IF
           END-IF.

       460-CHECK-ONE-TIER-DEFINITION.
           READ TIER-DEFINITION-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-TIER-DEFS
               NOT AT END
                   ADD 1 TO WS-TIER-DEFS-READ
                   MOVE 'TIERDEF' TO WS-ANO-FILE
                   MOVE TD-TIER-CODE TO WS-ANO-KEY
                   MOVE 'B' TO WS-ANO-SEVERITY
                   PERFORM 465-CHECK-TIER-CODE
                   IF TD-MIN-COMBINED NOT NUMERIC
                       MOVE 'SEUIL NON NUMERIQUE' TO WS-ANO-REASON
                       PERFORM 850-WRITE-ANOMALY
                   ELSE
                       IF WS-TIER-DEFS-READ = 1
                           IF TD-MIN-COMBINED > ZERO
                               MOVE 'A' TO WS-ANO-SEVERITY
                               MOVE 'PAS DE PALIER A SEUIL ZERO'
                                   TO WS-ANO-REASON
                               PERFORM 850-WRITE-ANOMALY
                           END-IF
                       ELSE
                           IF TD-MIN-COMBINED NOT > WS-PREVIOUS-MIN
                               MOVE 'SEUIL NON CROISSANT' TO
                                   WS-ANO-REASON
                               PERFORM 850-WRITE-ANOMALY
                           END-IF
                       END-IF
                       MOVE TD-MIN-COMBINED TO WS-PREVIOUS-MIN
                   END-IF
           END-READ.

       465-CHECK-TIER-CODE.
           MOVE 'N' TO WS-FOUND-FLAG
           IF WS-TDS-COUNT > 0
               SET WS-TDS-IDX TO 1
               SEARCH WS-TDS-CODE
                   AT END
                       CONTINUE
                   WHEN WS-TDS-CODE(WS-TDS-IDX) = TD-TIER-CODE
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-SEARCH
           END-IF

           IF TD-TIER-CODE = SPACES
               MOVE 'CODE PALIER A BLANC' TO WS-ANO-REASON
               PERFORM 850-WRITE-ANOMALY
           END-IF

           IF ENTRY-FOUND
               MOVE 'CODE PALIER EN DOUBLE' TO WS-ANO-REASON
               PERFORM 850-WRITE-ANOMALY
           ELSE
               IF WS-TDS-COUNT < 20
                   ADD 1 TO WS-TDS-COUNT
                   MOVE TD-TIER-CODE TO WS-TDS-CODE(WS-TDS-COUNT)
               END-IF
           END-IF.

      *    Parametres de paie : optionnels (EMPLOYEE-PAYROLL garde
      *    alors ses taux compiles). Presents, chaque code taxe
      *    reconnu (S, R, E) doit y trouver son taux.
       500-CHECK-PAYROLL-PARAMETERS.
           MOVE 'PAYPARM' TO WS-ANO-FILE
           OPEN INPUT PAYROLL-PARAMETER-FILE
           IF WS-PRM-STATUS NOT = '00'
               MOVE SPACES TO WS-ANO-KEY
               MOVE 'A' TO WS-ANO-SEVERITY
               MOVE 'PARAMETRES ABSENTS - TAUX COMPILES'
                   TO WS-ANO-REASON
               PERFORM 850-WRITE-ANOMALY
           ELSE
               READ PAYROLL-PARAMETER-FILE
                   AT END
                       MOVE SPACES TO WS-ANO-KEY
                       MOVE 'A' TO WS-ANO-SEVERITY
                       MOVE 'PARAMETRES VIDES - TAUX COMPILES'
                           TO WS-ANO-REASON
                       PERFORM 850-WRITE-ANOMALY
                   NOT AT END
                       PERFORM 510-CHECK-TAX-CODE-RATES
               END-READ
               CLOSE PAYROLL-PARAMETER-FILE
           END-IF.

       510-CHECK-TAX-CODE-RATES.
           MOVE 'B' TO WS-ANO-SEVERITY
           MOVE 'CODE TAXE SANS TAUX' TO WS-ANO-REASON
           IF PARM-STANDARD-TAX-RATE NOT NUMERIC
               MOVE 'S' TO WS-ANO-KEY
               PERFORM 850-WRITE-ANOMALY
           END-IF
           IF PARM-REDUCED-TAX-RATE NOT NUMERIC
               MOVE 'R' TO WS-ANO-KEY
               PERFORM 850-WRITE-ANOMALY
           END-IF
           IF PARM-EXEMPT-TAX-RATE NOT NUMERIC
               MOVE 'E' TO WS-ANO-KEY
               PERFORM 850-WRITE-ANOMALY
           END-IF
           IF PARM-SOCIAL-SEC-RATE NOT NUMERIC
                   OR PARM-REGULAR-HOURS NOT NUMERIC
                   OR PARM-OVERTIME-MULT NOT NUMERIC
               MOVE SPACES TO WS-ANO-KEY
               MOVE 'TAUX SOCIAL/HORAIRE NON NUMERIQUE'
                   TO WS-ANO-REASON
               PERFORM 850-WRITE-ANOMALY
           END-IF.

      *    Juridictions fiscales : optionnelles (pas de retenue
      *    d'Etat ni locale sans elles, et les localisations des
      *    centres de couts ne servent alors a rien). Presentes, tout
      *    renvoi (juridiction parente, reciprocite, localisation d'un
      *    centre de couts) doit designer une juridiction de la table.
       550-CHECK-JURISDICTIONS.
           OPEN INPUT JURISDICTION-TAX-FILE
           IF WS-JTX-STATUS NOT = '00'
               MOVE 'JURTAX' TO WS-ANO-FILE
               MOVE SPACES TO WS-ANO-KEY
               MOVE 'A' TO WS-ANO-SEVERITY
               MOVE 'TABLE ABSENTE - PAS DE RETENUE LOCALE'
                   TO WS-ANO-REASON
               PERFORM 850-WRITE-ANOMALY
           ELSE
               PERFORM 555-LOAD-ONE-JURISDICTION
                   UNTIL END-OF-JURISDICTIONS
               CLOSE JURISDICTION-TAX-FILE
               PERFORM 560-CHECK-ONE-JURISDICTION
                   VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-JTT-COUNT
               IF WS-JTT-COUNT > 0
                   PERFORM 575-CHECK-CC-LOCATIONS
               END-IF
           END-IF.

       555-LOAD-ONE-JURISDICTION.
           READ JURISDICTION-TAX-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-JURISDICTIONS
               NOT AT END
                   ADD 1 TO WS-JURISDICTIONS-READ
                   IF JTX-CODE NOT = SPACES
                       MOVE JTX-CODE TO WS-SEARCH-JURISDICTION
                       PERFORM 810-FIND-JURISDICTION
                       IF ENTRY-FOUND
                           MOVE 'JURTAX' TO WS-ANO-FILE
                           MOVE JTX-CODE TO WS-ANO-KEY
                           MOVE 'B' TO WS-ANO-SEVERITY
                           MOVE 'JURIDICTION EN DOUBLE'
                               TO WS-ANO-REASON
                           PERFORM 850-WRITE-ANOMALY
                       ELSE
                           PERFORM 556-STORE-JURISDICTION
                       END-IF
                   END-IF
           END-READ.

       556-STORE-JURISDICTION.
           IF WS-JTT-COUNT < 100
               ADD 1 TO WS-JTT-COUNT
               MOVE JTX-CODE TO WS-JTT-CODE(WS-JTT-COUNT)
               MOVE JTX-LEVEL TO WS-JTT-LEVEL(WS-JTT-COUNT)
               MOVE JTX-PARENT TO WS-JTT-PARENT(WS-JTT-COUNT)
               PERFORM 557-STORE-ONE-BRACKET
                   VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > 5
               PERFORM 558-STORE-ONE-RECIPROCAL
                   VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > 4
           ELSE
               DISPLAY '*** ALERTE: TABLE DES JURIDICTIONS '
                       'SATUREE ***'
               MOVE 'Y' TO WS-END-OF-JURISDICTIONS
           END-IF.

      *    Une limite non numerique compte comme la derniere tranche.
       557-STORE-ONE-BRACKET.
           IF JTX-BRK-LIMIT(WS-K) NUMERIC
               MOVE JTX-BRK-LIMIT(WS-K)
                   TO WS-JTT-BRK-LIMIT(WS-JTT-COUNT WS-K)
           ELSE
               MOVE ZERO TO WS-JTT-BRK-LIMIT(WS-JTT-COUNT WS-K)
           END-IF.

       558-STORE-ONE-RECIPROCAL.
           MOVE JTX-RECIPROCAL(WS-K)
               TO WS-JTT-RECIPROCAL(WS-JTT-COUNT WS-K).

       560-CHECK-ONE-JURISDICTION.
           MOVE 'JURTAX' TO WS-ANO-FILE
           MOVE WS-JTT-CODE(WS-I) TO WS-ANO-KEY
           MOVE 'B' TO WS-ANO-SEVERITY

           IF WS-JTT-PARENT(WS-I) = SPACES
               IF WS-JTT-LEVEL(WS-I) = 'L'
                   MOVE 'JURIDICTION LOCALE SANS PARENTE'
                       TO WS-ANO-REASON
                   PERFORM 850-WRITE-ANOMALY
               END-IF
           ELSE
               MOVE WS-JTT-PARENT(WS-I) TO WS-SEARCH-JURISDICTION
               PERFORM 810-FIND-JURISDICTION
               IF NOT ENTRY-FOUND
                   MOVE SPACES TO WS-ANO-REASON
                   STRING 'JURIDICTION PARENTE INCONNUE: '
                          WS-JTT-PARENT(WS-I)
                       DELIMITED BY SIZE INTO WS-ANO-REASON
                   PERFORM 850-WRITE-ANOMALY
               END-IF
           END-IF

           PERFORM 565-CHECK-ONE-RECIPROCAL
               VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > 4

      *    Tranches croissantes : au-dela de la premiere limite a
      *    zero, les tranches suivantes sont ignorees par la paie.
           MOVE 'N' TO WS-BRACKET-FLAG
           PERFORM 570-CHECK-ONE-BRACKET
               VARYING WS-K FROM 2 BY 1
               UNTIL WS-K > 5
                  OR WS-JTT-BRK-LIMIT(WS-I WS-K - 1) = ZERO
           IF BRACKET-ERROR
               MOVE 'TRANCHES NON CROISSANTES' TO WS-ANO-REASON
               PERFORM 850-WRITE-ANOMALY
           END-IF.

       565-CHECK-ONE-RECIPROCAL.
           IF WS-JTT-RECIPROCAL(WS-I WS-K) NOT = SPACES
               MOVE WS-JTT-RECIPROCAL(WS-I WS-K)
                   TO WS-SEARCH-JURISDICTION
               PERFORM 810-FIND-JURISDICTION
               IF NOT ENTRY-FOUND
                   MOVE SPACES TO WS-ANO-REASON
                   STRING 'RECIPROCITE INCONNUE: '
                          WS-JTT-RECIPROCAL(WS-I WS-K)
                       DELIMITED BY SIZE INTO WS-ANO-REASON
                   PERFORM 850-WRITE-ANOMALY
               END-IF
           END-IF.

       570-CHECK-ONE-BRACKET.
           IF WS-JTT-BRK-LIMIT(WS-I WS-K) NOT = ZERO
                   AND WS-JTT-BRK-LIMIT(WS-I WS-K)
                       NOT > WS-JTT-BRK-LIMIT(WS-I WS-K - 1)
               MOVE 'Y' TO WS-BRACKET-FLAG
           END-IF.

       575-CHECK-CC-LOCATIONS.
           OPEN INPUT CC-LOCATION-FILE
           IF WS-CCL-STATUS NOT = '00'
               MOVE 'CCLOC' TO WS-ANO-FILE
               MOVE SPACES TO WS-ANO-KEY
               MOVE 'A' TO WS-ANO-SEVERITY
               MOVE 'LOCALISATIONS ABSENTES - LIEU DE TRAVAIL'
                   TO WS-ANO-REASON
               PERFORM 850-WRITE-ANOMALY
           ELSE
               PERFORM 580-CHECK-ONE-CC-LOCATION
                   UNTIL END-OF-LOCATIONS
               CLOSE CC-LOCATION-FILE
           END-IF.

       580-CHECK-ONE-CC-LOCATION.
           READ CC-LOCATION-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-LOCATIONS
               NOT AT END
                   ADD 1 TO WS-LOCATIONS-READ
                   IF CCL-COST-CENTER NOT = SPACES
                       MOVE CCL-LOCATION TO WS-SEARCH-JURISDICTION
                       PERFORM 810-FIND-JURISDICTION
                       IF NOT ENTRY-FOUND
                           MOVE 'CCLOC' TO WS-ANO-FILE
                           MOVE CCL-COST-CENTER TO WS-ANO-KEY
                           MOVE 'B' TO WS-ANO-SEVERITY
                           MOVE SPACES TO WS-ANO-REASON
                           STRING 'LOCALISATION INCONNUE: '
                                  CCL-LOCATION
                               DELIMITED BY SIZE INTO WS-ANO-REASON
                           PERFORM 850-WRITE-ANOMALY
                       END-IF
                   END-IF
           END-READ.

      *    Liste de prix : optionnelle pour ORDER-PROCESSOR. Tout
      *    article doit exister au fichier articles ; pour un meme
      *    article, client et seuil de quantite, deux prix ne peuvent
      *    etre en vigueur le meme jour.
       600-CHECK-PRICE-LIST.
           OPEN INPUT PRICE-LIST-FILE
           IF WS-PRL-STATUS NOT = '00'
               MOVE 'PRICELST' TO WS-ANO-FILE
               MOVE SPACES TO WS-ANO-KEY
               MOVE 'A' TO WS-ANO-SEVERITY
               MOVE 'LISTE DE PRIX ABSENTE - PRIX SAISIS'
                   TO WS-ANO-REASON
               PERFORM 850-WRITE-ANOMALY
           ELSE
               OPEN INPUT PRODUCT-MASTER-FILE
               IF WS-PRD-STATUS = '00'
                   MOVE 'Y' TO WS-PRODUCT-OPEN-FLAG
               ELSE
                   MOVE 'PRODMAST' TO WS-ANO-FILE
                   MOVE SPACES TO WS-ANO-KEY
                   MOVE 'A' TO WS-ANO-SEVERITY
                   MOVE 'FICHIER ARTICLES ABSENT - NON CONTROLE'
                       TO WS-ANO-REASON
                   PERFORM 850-WRITE-ANOMALY
               END-IF
               MOVE ZERO TO WS-RECORD-LINE
               PERFORM 610-LOAD-ONE-PRICE
                   UNTIL END-OF-PRICES
               CLOSE PRICE-LIST-FILE
               IF PRODUCT-MASTER-OPEN
                   CLOSE PRODUCT-MASTER-FILE
               END-IF
               PERFORM 620-COMPARE-PRICE
                   VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-PLT-COUNT
           END-IF.

       610-LOAD-ONE-PRICE.
           READ PRICE-LIST-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-PRICES
               NOT AT END
                   ADD 1 TO WS-PRICES-READ
                   ADD 1 TO WS-RECORD-LINE
                   MOVE 'PRICELST' TO WS-ANO-FILE
                   MOVE SPACES TO WS-ANO-KEY
                   STRING PRL-PRODUCT-CODE '/' PRL-CUSTOMER-ID
                       DELIMITED BY SIZE INTO WS-ANO-KEY
                   MOVE 'B' TO WS-ANO-SEVERITY
                   IF PRODUCT-MASTER-OPEN
                       MOVE PRL-PRODUCT-CODE TO PROD-CODE
                       READ PRODUCT-MASTER-FILE
                           INVALID KEY
                               MOVE 'ARTICLE ABSENT DU FICHIER ARTICLES'
                                   TO WS-ANO-REASON
                               PERFORM 850-WRITE-ANOMALY
                       END-READ
                   END-IF
                   MOVE 'Y' TO WS-RECORD-OK-FLAG
                   MOVE ZERO TO WS-EFF-FROM
                   MOVE 99999999 TO WS-EFF-TO
                   IF PRL-EFF-FROM NOT = SPACES
                       IF PRL-EFF-FROM NUMERIC
                           MOVE PRL-EFF-FROM TO WS-EFF-FROM
                       ELSE
                           MOVE 'N' TO WS-RECORD-OK-FLAG
                       END-IF
                   END-IF
                   IF PRL-EFF-TO NOT = SPACES
                       IF PRL-EFF-TO NUMERIC
                           MOVE PRL-EFF-TO TO WS-EFF-TO
                       ELSE
                           MOVE 'N' TO WS-RECORD-OK-FLAG
                       END-IF
                   END-IF
                   IF NOT RECORD-OK OR PRL-QTY-BREAK NOT NUMERIC
                       MOVE 'DATE D''EFFET OU SEUIL INVALIDE'
                           TO WS-ANO-REASON
                       PERFORM 850-WRITE-ANOMALY
                   ELSE
                       PERFORM 615-STORE-PRICE
                   END-IF
           END-READ.

       615-STORE-PRICE.
           IF WS-EFF-TO < WS-EFF-FROM
               MOVE 'PERIODE D''EFFET INVERSEE' TO WS-ANO-REASON
               PERFORM 850-WRITE-ANOMALY
           END-IF
           IF WS-PLT-COUNT < 500
               ADD 1 TO WS-PLT-COUNT
               MOVE PRL-PRODUCT-CODE TO WS-PLT-PRODUCT(WS-PLT-COUNT)
               MOVE PRL-CUSTOMER-ID TO WS-PLT-CUSTOMER(WS-PLT-COUNT)
               MOVE PRL-QTY-BREAK TO WS-PLT-QTY-BREAK(WS-PLT-COUNT)
               MOVE WS-RECORD-LINE TO WS-PLT-LINE(WS-PLT-COUNT)
               MOVE WS-EFF-FROM TO WS-PLT-EFF-FROM(WS-PLT-COUNT)
               MOVE WS-EFF-TO TO WS-PLT-EFF-TO(WS-PLT-COUNT)
           ELSE
               DISPLAY '*** ALERTE: TABLE DE LA LISTE DE PRIX '
                       'SATUREE ***'
               MOVE 'Y' TO WS-END-OF-PRICES
           END-IF.

       620-COMPARE-PRICE.
           COMPUTE WS-FIRST-J = WS-I + 1
           PERFORM 625-COMPARE-PRICE-PAIR
               VARYING WS-J FROM WS-FIRST-J BY 1
               UNTIL WS-J > WS-PLT-COUNT.

       625-COMPARE-PRICE-PAIR.
           IF WS-PLT-PRODUCT(WS-J) = WS-PLT-PRODUCT(WS-I)
                   AND WS-PLT-CUSTOMER(WS-J) = WS-PLT-CUSTOMER(WS-I)
                   AND WS-PLT-QTY-BREAK(WS-J)
                       = WS-PLT-QTY-BREAK(WS-I)
               MOVE WS-PLT-EFF-FROM(WS-I) TO WS-WIN-FROM-1
               MOVE WS-PLT-EFF-TO(WS-I) TO WS-WIN-TO-1
               MOVE WS-PLT-EFF-FROM(WS-J) TO WS-WIN-FROM-2
               MOVE WS-PLT-EFF-TO(WS-J) TO WS-WIN-TO-2
               PERFORM 820-COMPARE-WINDOWS
               IF WINDOWS-OVERLAP
                   MOVE 'PRICELST' TO WS-ANO-FILE
                   MOVE SPACES TO WS-ANO-KEY
                   STRING WS-PLT-PRODUCT(WS-I) '/'
                          WS-PLT-CUSTOMER(WS-I)
                       DELIMITED BY SIZE INTO WS-ANO-KEY
                   MOVE 'B' TO WS-ANO-SEVERITY
                   MOVE WS-PLT-LINE(WS-I) TO WS-RECORD-LINE
                   MOVE WS-PLT-LINE(WS-J) TO WS-OTHER-LINE
                   MOVE SPACES TO WS-ANO-REASON
                   STRING 'PRIX EN CHEVAUCHEMENT LIGNES '
                          WS-RECORD-LINE '/' WS-OTHER-LINE
                       DELIMITED BY SIZE INTO WS-ANO-REASON
                   PERFORM 850-WRITE-ANOMALY
               END-IF
           END-IF.

       800-FIND-CATALOG-CODE.
           MOVE 'N' TO WS-FOUND-FLAG
           IF WS-CTL-COUNT > 0
               SET WS-CTL-IDX TO 1
               SEARCH WS-CTL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CTL-CODE(WS-CTL-IDX) = WS-SEARCH-CODE
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-SEARCH
           END-IF.

       810-FIND-JURISDICTION.
           MOVE 'N' TO WS-FOUND-FLAG
           IF WS-JTT-COUNT > 0
               SET WS-JTT-IDX TO 1
               SEARCH WS-JTT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-JTT-CODE(WS-JTT-IDX)
                           = WS-SEARCH-JURISDICTION
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-SEARCH
           END-IF.

      *    Deux periodes se chevauchent si chacune commence avant la
      *    fin de l'autre.
       820-COMPARE-WINDOWS.
           IF WS-WIN-FROM-1 <= WS-WIN-TO-2
                   AND WS-WIN-FROM-2 <= WS-WIN-TO-1
               MOVE 'Y' TO WS-WINDOW-FLAG
           ELSE
               MOVE 'N' TO WS-WINDOW-FLAG
           END-IF.

       850-WRITE-ANOMALY.
           WRITE REFERENCE-ERROR-RECORD FROM WS-ANOMALY-LINE
           IF ANOMALY-BLOCKING
               ADD 1 TO WS-BLOCKING-COUNT
           ELSE
               ADD 1 TO WS-WARNING-COUNT
           END-IF.

       900-FINALIZE.
           DISPLAY '*** FINALISATION CONTROLE CROISE ***'

           CLOSE REFERENCE-ERROR-FILE

           DISPLAY ' '
           DISPLAY '================================================'
           DISPLAY '  RAPPORT SOMMAIRE - CONTROLE CROISE REFERENCES '
           DISPLAY '================================================'
           DISPLAY 'PRODUITS (PRODCAT)     : ' WS-CATALOG-READ
           DISPLAY 'CORRESPONDANCES COAMAP : ' WS-COA-READ
           DISPLAY 'LIGNES DE BAREME       : ' WS-SCHEDULES-READ
           DISPLAY 'PALIERS DE TAUX        : ' WS-TIER-RATES-READ
           DISPLAY 'PALIERS DE RELATION    : ' WS-TIER-DEFS-READ
           DISPLAY 'JURIDICTIONS FISCALES  : ' WS-JURISDICTIONS-READ
           DISPLAY 'LOCALISATIONS          : ' WS-LOCATIONS-READ
           DISPLAY 'LIGNES DE PRIX         : ' WS-PRICES-READ
           DISPLAY 'ANOMALIES BLOQUANTES   : ' WS-BLOCKING-COUNT
           DISPLAY 'AVERTISSEMENTS         : ' WS-WARNING-COUNT
           IF WS-BLOCKING-COUNT > ZERO
               DISPLAY 'REFERENCES             : EN ANOMALIE - '
                       'NUIT A SUSPENDRE'
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-WARNING-COUNT > ZERO
                   DISPLAY 'REFERENCES             : CONFORMES AVEC '
                           'AVERTISSEMENT(S)'
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY 'REFERENCES             : CONFORMES'
               END-IF
           END-IF
           DISPLAY '================================================'
           DISPLAY ' '

           DISPLAY '*** FIN CONTROLE CROISE DES REFERENCES ***'.

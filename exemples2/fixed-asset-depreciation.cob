       IDENTIFICATION DIVISION.
       PROGRAM-ID. FADEPR.
       AUTHOR. BANKING SYSTEM TEAM.
      ******************************************************************
      * AMORTISSEMENT MENSUEL DES IMMOBILISATIONS                       *
      * - Remplace la piece manuelle d'amortissement du mois : parcourt *
      *   le registre FAMAST tenu par FAMAINT et passe les pieces au    *
      *   format JOURNAL-VOUCHER-RECORD (FAJRNL, details 'D'), collecte *
      *   par GLCOLLCT pour GLLEDGER                                    *
      * - Pieces en attente sur la fiche d'abord : acquisition ('FA'),  *
      *   transfert entre agences ('FT', seulement si les comptes de    *
      *   l'agence d'origine et de destination different),              *
      *   depreciation exceptionnelle ('FI'), cession ('FX' : sortie du *
      *   cout et des amortissements, prix de cession, plus ou          *
      *   moins-value) ; un bien cede n'est pas amorti le mois de sa    *
      *   cession                                                       *
      * - Dotation du mois ('FD') : lineaire = (valeur nette - valeur   *
      *   residuelle) / mois restants ; degressive = valeur nette x 2 / *
      *   duree de vie, sans descendre sous la valeur residuelle ; le   *
      *   dernier mois de vie solde jusqu'a la valeur residuelle. Le    *
      *   bien est amorti des son mois de mise en service               *
      * - Une seule dotation par bien et par periode (relance sans      *
      *   double dotation) ; la date metier doit tomber dans la periode *
      *   ouverte de GLPERIOD, sinon GLLEDGER rejetterait les pieces et *
      *   rien n'est traite                                             *
      * - Comptes par COAMAP : type de compte = categorie du bien,      *
      *   agence exacte puis agence a blanc, compte d'attente a defaut  *
      * - Registre par agence (FAREG) et resume par agence (FABRSUM)    *
      *   lu par BRPROFIT pour le cout d'occupation des agences         *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Parcouru en sequence et mis a jour en place.
           SELECT FIXED-ASSET-FILE
               ASSIGN TO FAMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-ASSET-ID
               FILE STATUS IS WS-FAM-STATUS.

      *    Meme correspondance plan de comptes que GLPOST, avec la
      *    categorie du bien comme type de compte :
      *      'FA' debit = immobilisation, credit = fournisseurs
      *           d'immobilisations
      *      'FD' debit = dotation aux amortissements, credit =
      *           amortissements cumules
      *      'FI' debit = charge de depreciation, credit =
      *           depreciations cumulees
      *      'FX' debit = produit de cession a recevoir, credit =
      *           resultat de cession (une moins-value y est debitee)
           SELECT COA-MAPPING-FILE
               ASSIGN TO COAMAP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-COA-STATUS.

      *    Controle de periode tenu par GLLEDGER.
           SELECT PERIOD-CONTROL-FILE
               ASSIGN TO GLPERIOD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PER-STATUS.

      *    Date d'exploitation publiee par le pilote de nuit.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO BIZDATE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BIZ-STATUS.

           SELECT SORT-REGISTER-FILE
               ASSIGN TO SRTFAREG.

      *    Lignes de piece au format JOURNAL-VOUCHER-RECORD de GLPOST,
      *    details 'D' seulement, collectees par GLCOLLCT.
           SELECT ASSET-JOURNAL-FILE
               ASSIGN TO FAJRNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.

           SELECT ASSET-REGISTER-FILE
               ASSIGN TO FAREG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      *    Une ligne par agence pour BRPROFIT.
           SELECT BRANCH-SUMMARY-FILE
               ASSIGN TO FABRSUM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SUM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Meme disposition que dans FAMAINT.
       FD  FIXED-ASSET-FILE
           RECORDING MODE IS F.
       01  FIXED-ASSET-RECORD.
           05  FA-ASSET-ID             PIC X(12).
           05  FA-DESCRIPTION          PIC X(30).
           05  FA-BRANCH-CODE          PIC X(06).
           05  FA-CATEGORY             PIC X(02).
           05  FA-COST                 PIC 9(11)V99 COMP-3.
           05  FA-IN-SERVICE-DATE      PIC 9(08).
           05  FA-USEFUL-LIFE          PIC 9(03).
           05  FA-METHOD               PIC X(01).
               88  FA-STRAIGHT-LINE    VALUE 'S'.
               88  FA-DECLINING-BALANCE VALUE 'D'.
           05  FA-SALVAGE-VALUE        PIC 9(11)V99 COMP-3.
           05  FA-ACCUM-DEPRECIATION   PIC 9(11)V99 COMP-3.
           05  FA-IMPAIRMENT-TOTAL     PIC 9(11)V99 COMP-3.
           05  FA-MONTHS-DEPRECIATED   PIC 9(03).
           05  FA-LAST-DEPR-PERIOD     PIC 9(06).
           05  FA-LAST-DEPR-AMOUNT     PIC 9(11)V99 COMP-3.
           05  FA-STATUS-CODE          PIC X(01).
               88  FA-ACTIVE           VALUE 'A'.
               88  FA-DISPOSAL-PENDING VALUE 'X'.
               88  FA-DISPOSED         VALUE 'D'.
           05  FA-DISPOSAL-DATE        PIC 9(08).
           05  FA-DISPOSAL-PROCEEDS    PIC 9(11)V99 COMP-3.
           05  FA-DISPOSAL-RESULT      PIC S9(11)V99 COMP-3.
           05  FA-PENDING-POSTINGS.
               10  FA-PEND-ACQUISITION PIC X(01).
                   88  FA-ACQUISITION-PENDING VALUE 'Y'.
               10  FA-PEND-FROM-BRANCH PIC X(06).
               10  FA-PEND-IMPAIRMENT  PIC 9(11)V99 COMP-3.
           05  FA-LAST-MAINT-DATE      PIC 9(08).
           05  FA-SUBMITTER-ID         PIC X(08).
           05  FILLER                  PIC X(10).

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

      *    Meme disposition que dans GLLEDGER.
       FD  PERIOD-CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PERIOD-CONTROL-RECORD.
           05  PC-OPEN-PERIOD          PIC 9(6).
           05  PC-STATUS-CODE          PIC X(01).
               88  PC-PERIOD-OPEN      VALUE 'O'.
               88  PC-PERIOD-CLOSED    VALUE 'C'.
           05  PC-LAST-CLOSE-DATE      PIC 9(8).
           05  FILLER                  PIC X(5).

      *    Meme disposition que dans BATCHDRV.
       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  BUSINESS-DATE-RECORD.
           05  BIZ-BUSINESS-DATE       PIC 9(8).
           05  BIZ-NEXT-BUSINESS-DATE  PIC 9(8).
           05  FILLER                  PIC X(4).

       SD  SORT-REGISTER-FILE.
       01  SORT-REGISTER-RECORD.
           05  SRT-BRANCH-CODE         PIC X(06).
           05  SRT-ASSET-ID            PIC X(12).
           05  SRT-CATEGORY            PIC X(02).
           05  SRT-DESCRIPTION         PIC X(30).
           05  SRT-IN-SERVICE-DATE     PIC 9(08).
           05  SRT-METHOD              PIC X(01).
           05  SRT-USEFUL-LIFE         PIC 9(03).
           05  SRT-COST                PIC S9(11)V99 COMP-3.
           05  SRT-ACCUM-DEPRECIATION  PIC S9(11)V99 COMP-3.
           05  SRT-IMPAIRMENT          PIC S9(11)V99 COMP-3.
           05  SRT-NET-BOOK-VALUE      PIC S9(11)V99 COMP-3.
           05  SRT-PERIOD-DEPRECIATION PIC S9(11)V99 COMP-3.
           05  SRT-STATUS              PIC X(01).
               88  SRT-SOLD-THIS-PERIOD VALUE 'C'.

      *    Meme disposition que JOURNAL-VOUCHER-RECORD dans GLPOST.
       FD  ASSET-JOURNAL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ASSET-JOURNAL-RECORD.
           05  FJ-RECORD-TYPE          PIC X(01).
           05  FJ-RUN-DATE             PIC 9(08).
           05  FJ-VOUCHER-NUMBER       PIC 9(08).
           05  FJ-GL-ACCOUNT           PIC 9(08).
           05  FJ-DC-INDICATOR         PIC X(01).
           05  FJ-AMOUNT               PIC S9(13)V99 COMP-3.
           05  FJ-SOURCE-TRAN-ID       PIC X(16).
           05  FJ-SOURCE-TYPE          PIC X(02).
           05  FILLER                  PIC X(14).

       FD  ASSET-REGISTER-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ASSET-REGISTER-LINE         PIC X(132).

      *    Biens en service de l'agence a la fin de la periode ; les
      *    amortissements cumules comprennent les depreciations.
       FD  BRANCH-SUMMARY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  BRANCH-SUMMARY-RECORD.
           05  FB-BRANCH-CODE          PIC X(06).
           05  FB-PERIOD               PIC 9(06).
           05  FB-ASSET-COUNT          PIC 9(7) COMP-3.
           05  FB-COST-TOTAL           PIC S9(13)V99 COMP-3.
           05  FB-ACCUM-TOTAL          PIC S9(13)V99 COMP-3.
           05  FB-NET-BOOK-VALUE       PIC S9(13)V99 COMP-3.
           05  FB-PERIOD-DEPRECIATION  PIC S9(13)V99 COMP-3.
           05  FILLER                  PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-CODES.
           05  WS-FAM-STATUS           PIC X(02) VALUE SPACES.
           05  WS-COA-STATUS           PIC X(02) VALUE SPACES.
           05  WS-PER-STATUS           PIC X(02) VALUE SPACES.
           05  WS-BIZ-STATUS           PIC X(02) VALUE SPACES.
           05  WS-JRN-STATUS           PIC X(02) VALUE SPACES.
           05  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
           05  WS-SUM-STATUS           PIC X(02) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-ASSETS-READ          PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-ACQUISITIONS-POSTED  PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-TRANSFERS-POSTED     PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-IMPAIRMENTS-POSTED   PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-DISPOSALS-POSTED     PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-ASSETS-DEPRECIATED   PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-ALREADY-DEPRECIATED  PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-NOT-YET-IN-SERVICE   PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-FULLY-DEPRECIATED    PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-UNMAPPED-LEGS        PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-JOURNAL-LINES        PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-REGISTER-LINES       PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-BRANCH-SUMMARIES     PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-VOUCHER-NUMBER       PIC 9(8) VALUE ZERO.
           05  WS-TOTAL-ACQUISITIONS   PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-DEPRECIATION   PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-IMPAIRMENT     PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-DISPOSAL-RESULT
                                       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-DEBITS         PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-CREDITS        PIC S9(15)V99 COMP-3 VALUE ZERO.

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-PERIOD               PIC 9(6) VALUE ZERO.
       01  WS-OPEN-PERIOD              PIC 9(6) VALUE ZERO.

       01  WS-SUSPENSE-GL              PIC 9(8) VALUE 99999999.

       01  WS-COA-TABLE.
           05  WS-COA-COUNT            PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-COA-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-COA-COUNT
                   INDEXED BY WS-COA-IDX.
               10  WS-COA-TXN-TYPE     PIC X(02).
               10  WS-COA-ACCT-TYPE    PIC X(02).
               10  WS-COA-BRANCH       PIC X(06).
               10  WS-COA-DEBIT-GL     PIC 9(08).
               10  WS-COA-CREDIT-GL    PIC 9(08).

       01  WS-ASSET-WORK-FIELDS.
           05  WS-IN-SERVICE-PERIOD    PIC 9(6) VALUE ZERO.
           05  WS-NET-BOOK-VALUE       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-DEPRECIABLE          PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-MONTHS-REMAINING     PIC 9(3) VALUE ZERO.
           05  WS-DEPRECIATION         PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-POSTED-IMPAIRMENT    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-GAIN-LOSS            PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-ASSET-CHANGED-FLAG   PIC X(01) VALUE 'N'.
               88  ASSET-CHANGED       VALUE 'Y'.
           05  WS-SOLD-NOW-FLAG        PIC X(01) VALUE 'N'.
               88  ASSET-SOLD-NOW      VALUE 'Y'.

       01  WS-JOURNAL-WORK-FIELDS.
           05  WS-MAP-FOUND-FLAG       PIC X(01) VALUE 'N'.
               88  MAPPING-FOUND       VALUE 'Y'.
           05  WS-LEG-TYPE             PIC X(02) VALUE SPACES.
           05  WS-MAP-BRANCH           PIC X(06) VALUE SPACES.
           05  WS-DEBIT-GL             PIC 9(8) VALUE ZERO.
           05  WS-CREDIT-GL            PIC 9(8) VALUE ZERO.
           05  WS-COST-GL              PIC 9(8) VALUE ZERO.
           05  WS-OLD-COST-GL          PIC 9(8) VALUE ZERO.
           05  WS-ACCUM-GL             PIC 9(8) VALUE ZERO.
           05  WS-OLD-ACCUM-GL         PIC 9(8) VALUE ZERO.
           05  WS-IMPAIR-GL            PIC 9(8) VALUE ZERO.
           05  WS-OLD-IMPAIR-GL        PIC 9(8) VALUE ZERO.
           05  WS-PROCEEDS-GL          PIC 9(8) VALUE ZERO.
           05  WS-RESULT-GL            PIC 9(8) VALUE ZERO.
           05  WS-LINE-GL              PIC 9(8) VALUE ZERO.
           05  WS-LINE-DC              PIC X(01) VALUE SPACE.
           05  WS-LINE-AMOUNT          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-SOURCE-ID            PIC X(16) VALUE SPACES.

       01  WS-CURRENT-BRANCH           PIC X(06) VALUE SPACES.
       01  WS-COUNT-EDIT               PIC ZZZZZZ9.

       01  WS-BRANCH-TOTALS.
           05  WS-BRT-COUNT            PIC 9(7) COMP-3.
           05  WS-BRT-COST             PIC S9(13)V99 COMP-3.
           05  WS-BRT-ACCUM            PIC S9(13)V99 COMP-3.
           05  WS-BRT-IMPAIRMENT       PIC S9(13)V99 COMP-3.
           05  WS-BRT-NET-BOOK-VALUE   PIC S9(13)V99 COMP-3.
           05  WS-BRT-PERIOD-DEPR      PIC S9(13)V99 COMP-3.

       01  WS-GRAND-TOTALS.
           05  WS-GRT-COUNT            PIC 9(7) COMP-3.
           05  WS-GRT-COST             PIC S9(13)V99 COMP-3.
           05  WS-GRT-ACCUM            PIC S9(13)V99 COMP-3.
           05  WS-GRT-IMPAIRMENT       PIC S9(13)V99 COMP-3.
           05  WS-GRT-NET-BOOK-VALUE   PIC S9(13)V99 COMP-3.
           05  WS-GRT-PERIOD-DEPR      PIC S9(13)V99 COMP-3.

       01  WS-SWITCHES.
           05  WS-END-OF-ASSETS        PIC X(01) VALUE 'N'.
               88  END-OF-ASSETS       VALUE 'Y'.
           05  WS-END-OF-COA           PIC X(01) VALUE 'N'.
               88  END-OF-COA          VALUE 'Y'.
           05  WS-SORT-EOF-FLAG        PIC X(01) VALUE 'N'.
               88  SORT-RETURN-EOF     VALUE 'Y'.
           05  WS-ABORT-FLAG           PIC X(01) VALUE 'N'.
               88  RUN-ABORTED         VALUE 'Y'.

       01  WS-REPORT-LINES.
           05  WS-RPT-TITLE.
               10  FILLER              PIC X(40) VALUE
                   'REGISTRE DES IMMOBILISATIONS - PERIODE '.
               10  RT-PERIOD           PIC 9(06).
               10  FILLER              PIC X(86) VALUE
                   '   STATUT : A EN SERVICE, C CEDE DANS LA PERIODE'.
           05  WS-RPT-HEADER.
               10  FILLER              PIC X(13) VALUE 'IMMOBILISAT.'.
               10  FILLER              PIC X(03) VALUE 'CT '.
               10  FILLER              PIC X(19) VALUE 'DESIGNATION'.
               10  FILLER              PIC X(09) VALUE 'SERVICE'.
               10  FILLER              PIC X(02) VALUE 'M '.
               10  FILLER              PIC X(04) VALUE 'VIE '.
               10  FILLER              PIC X(17) VALUE
                   '            COUT '.
               10  FILLER              PIC X(17) VALUE
                   '  AMORT. CUMULES '.
               10  FILLER              PIC X(15) VALUE
                   '  DEPRECIATION '.
               10  FILLER              PIC X(17) VALUE
                   '    VALEUR NETTE '.
               10  FILLER              PIC X(15) VALUE
                   ' DOTATION MOIS '.
               10  FILLER              PIC X(01) VALUE 'S'.
           05  WS-RPT-BRANCH-TITLE.
               10  FILLER              PIC X(07) VALUE 'AGENCE '.
               10  RB-BRANCH           PIC X(06).
               10  FILLER              PIC X(119) VALUE SPACES.
           05  WS-RPT-DETAIL.
               10  RD-KEY-AREA.
                   15  RD-ASSET-ID     PIC X(12).
                   15  FILLER          PIC X(01).
                   15  RD-CATEGORY     PIC X(02).
                   15  FILLER          PIC X(01).
                   15  RD-DESCRIPTION  PIC X(18).
                   15  FILLER          PIC X(01).
                   15  RD-IN-SERVICE   PIC 9(08).
                   15  FILLER          PIC X(01).
                   15  RD-METHOD       PIC X(01).
                   15  FILLER          PIC X(01).
                   15  RD-USEFUL-LIFE  PIC ZZ9.
               10  RD-LABEL REDEFINES RD-KEY-AREA
                                       PIC X(49).
               10  FILLER              PIC X(01).
               10  RD-COST             PIC Z,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(01).
               10  RD-ACCUM            PIC Z,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(01).
               10  RD-IMPAIRMENT       PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(01).
               10  RD-NET-BOOK-VALUE   PIC Z,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(01).
               10  RD-PERIOD-DEPR      PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(01).
               10  RD-STATUS           PIC X(01).

       PROCEDURE DIVISION.
       000-MAIN-CONTROL.
           PERFORM 100-INITIALIZE

           IF NOT RUN-ABORTED
               SORT SORT-REGISTER-FILE
                   ON ASCENDING KEY SRT-BRANCH-CODE
                                    SRT-ASSET-ID
                   INPUT PROCEDURE 200-PROCESS-ASSETS
                       THRU 200-PROCESS-ASSETS-EXIT
                   OUTPUT PROCEDURE 500-WRITE-REGISTER
                       THRU 500-WRITE-REGISTER-EXIT
           END-IF

           PERFORM 900-FINALIZE
           STOP RUN.

       100-INITIALIZE.
           DISPLAY '*** DEBUT AMORTISSEMENT DES IMMOBILISATIONS ***'
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 105-READ-BUSINESS-DATE
           PERFORM 107-READ-PERIOD-CONTROL
           COMPUTE WS-RUN-PERIOD = WS-RUN-DATE / 100
           DISPLAY 'DATE DE TRAITEMENT     : ' WS-RUN-DATE
           DISPLAY 'PERIODE AMORTIE        : ' WS-RUN-PERIOD

           IF WS-OPEN-PERIOD NOT = ZERO
                   AND WS-OPEN-PERIOD NOT = WS-RUN-PERIOD
               DISPLAY 'DATE METIER HORS PERIODE GL OUVERTE ('
                       WS-OPEN-PERIOD ') - AUCUN TRAITEMENT'
               MOVE 'Y' TO WS-ABORT-FLAG
               MOVE 16 TO RETURN-CODE
           END-IF

           IF NOT RUN-ABORTED
               OPEN I-O FIXED-ASSET-FILE
               IF WS-FAM-STATUS NOT = '00'
                   DISPLAY 'ERREUR OUVERTURE REGISTRE IMMOBILISATIONS: '
                           WS-FAM-STATUS
                   MOVE 'Y' TO WS-ABORT-FLAG
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF

           IF NOT RUN-ABORTED
               OPEN OUTPUT ASSET-JOURNAL-FILE
                           ASSET-REGISTER-FILE
                           BRANCH-SUMMARY-FILE
               PERFORM 110-LOAD-COA-MAPPING
               MOVE WS-RUN-PERIOD TO RT-PERIOD
               WRITE ASSET-REGISTER-LINE FROM WS-RPT-TITLE
               MOVE SPACES TO ASSET-REGISTER-LINE
               WRITE ASSET-REGISTER-LINE
               WRITE ASSET-REGISTER-LINE FROM WS-RPT-HEADER
           END-IF.

       105-READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BIZ-STATUS = '00'
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BIZ-BUSINESS-DATE NUMERIC
                               AND BIZ-BUSINESS-DATE > ZERO
                           MOVE BIZ-BUSINESS-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

      *    Sans controle de periode (grand livre jamais reporte), la
      *    periode de la date metier fait foi.
       107-READ-PERIOD-CONTROL.
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PER-STATUS = '00'
               READ PERIOD-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PC-OPEN-PERIOD TO WS-OPEN-PERIOD
               END-READ
               CLOSE PERIOD-CONTROL-FILE
           END-IF.

      *    Meme chargement que GLPOST ; une correspondance vide
      *    n'arrete pas le run, les lignes partiraient au compte
      *    d'attente (signale) en attendant la correction du plan.
       110-LOAD-COA-MAPPING.
           OPEN INPUT COA-MAPPING-FILE
           IF WS-COA-STATUS NOT = '00'
               DISPLAY 'PLAN DE COMPTES ABSENT - LIGNES AU COMPTE '
                       'D''ATTENTE'
           ELSE
               PERFORM 111-LOAD-ONE-MAPPING
                   UNTIL END-OF-COA
               CLOSE COA-MAPPING-FILE
               DISPLAY 'CORRESPONDANCES CHARGEES: ' WS-COA-COUNT
           END-IF.

       111-LOAD-ONE-MAPPING.
           READ COA-MAPPING-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-COA
               NOT AT END
                   IF WS-COA-COUNT < 500
                       ADD 1 TO WS-COA-COUNT
                       MOVE CM-TXN-TYPE
                           TO WS-COA-TXN-TYPE(WS-COA-COUNT)
                       MOVE CM-ACCOUNT-TYPE
                           TO WS-COA-ACCT-TYPE(WS-COA-COUNT)
                       MOVE CM-BRANCH-CODE
                           TO WS-COA-BRANCH(WS-COA-COUNT)
                       MOVE CM-DEBIT-GL
                           TO WS-COA-DEBIT-GL(WS-COA-COUNT)
                       MOVE CM-CREDIT-GL
                           TO WS-COA-CREDIT-GL(WS-COA-COUNT)
                   END-IF
           END-READ.

       120-READ-ASSET.
           READ FIXED-ASSET-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-ASSETS
               NOT AT END
                   ADD 1 TO WS-ASSETS-READ
           END-READ.

      *----------------------------------------------------------------
      *    ETAPE DE TRI - PROCEDURE D'ENTREE
      *    Pieces de chaque bien, puis sa ligne de registre ; un bien
      *    cede lors d'un run precedent ne figure plus au registre.
      *----------------------------------------------------------------
       200-PROCESS-ASSETS.
           PERFORM 120-READ-ASSET
           PERFORM 210-PROCESS-ONE-ASSET UNTIL END-OF-ASSETS.

       200-PROCESS-ASSETS-EXIT.
           EXIT.

       210-PROCESS-ONE-ASSET.
           MOVE 'N' TO WS-ASSET-CHANGED-FLAG
           MOVE 'N' TO WS-SOLD-NOW-FLAG
           MOVE FA-ASSET-ID TO WS-SOURCE-ID

           IF NOT FA-DISPOSED
               IF FA-ACQUISITION-PENDING
                   PERFORM 220-POST-ACQUISITION
               END-IF
               IF FA-PEND-FROM-BRANCH NOT = SPACES
                   PERFORM 230-POST-TRANSFER
               END-IF
               IF FA-PEND-IMPAIRMENT > ZERO
                   PERFORM 240-POST-IMPAIRMENT
               END-IF
               EVALUATE TRUE
                   WHEN FA-DISPOSAL-PENDING
                       PERFORM 260-POST-DISPOSAL
                   WHEN FA-ACTIVE
                       PERFORM 250-DEPRECIATE-ASSET
               END-EVALUATE
               IF ASSET-CHANGED
                   PERFORM 290-REWRITE-ASSET
               END-IF
               IF FA-ACTIVE OR ASSET-SOLD-NOW
                   PERFORM 270-RELEASE-REGISTER-LINE
               END-IF
           END-IF

           PERFORM 120-READ-ASSET.

       220-POST-ACQUISITION.
           MOVE 'FA' TO WS-LEG-TYPE
           MOVE FA-BRANCH-CODE TO WS-MAP-BRANCH
           PERFORM 295-RESOLVE-MAPPING
           ADD 1 TO WS-VOUCHER-NUMBER
           MOVE FA-COST TO WS-LINE-AMOUNT
           MOVE WS-DEBIT-GL TO WS-LINE-GL
           MOVE 'D' TO WS-LINE-DC
           PERFORM 296-WRITE-JOURNAL-LINE
           MOVE WS-CREDIT-GL TO WS-LINE-GL
           MOVE 'C' TO WS-LINE-DC
           PERFORM 296-WRITE-JOURNAL-LINE

           MOVE 'N' TO FA-PEND-ACQUISITION
           MOVE 'Y' TO WS-ASSET-CHANGED-FLAG
           ADD 1 TO WS-ACQUISITIONS-POSTED
           ADD FA-COST TO WS-TOTAL-ACQUISITIONS.

      *    Le bien passe de compte a compte seulement si le plan de
      *    comptes distingue les deux agences ; sinon le transfert ne
      *    change que l'agence du registre. La depreciation saisie
      *    depuis le transfert est passee ensuite sous la nouvelle
      *    agence : seule la part deja comptabilisee se deplace.
       230-POST-TRANSFER.
           COMPUTE WS-POSTED-IMPAIRMENT =
               FA-IMPAIRMENT-TOTAL - FA-PEND-IMPAIRMENT

           MOVE FA-PEND-FROM-BRANCH TO WS-MAP-BRANCH
           MOVE 'FA' TO WS-LEG-TYPE
           PERFORM 295-RESOLVE-MAPPING
           MOVE WS-DEBIT-GL TO WS-OLD-COST-GL
           MOVE 'FD' TO WS-LEG-TYPE
           PERFORM 295-RESOLVE-MAPPING
           MOVE WS-CREDIT-GL TO WS-OLD-ACCUM-GL
           MOVE 'FI' TO WS-LEG-TYPE
           PERFORM 295-RESOLVE-MAPPING
           MOVE WS-CREDIT-GL TO WS-OLD-IMPAIR-GL

           MOVE FA-BRANCH-CODE TO WS-MAP-BRANCH
           MOVE 'FA' TO WS-LEG-TYPE
           PERFORM 295-RESOLVE-MAPPING
           MOVE WS-DEBIT-GL TO WS-COST-GL
           MOVE 'FD' TO WS-LEG-TYPE
           PERFORM 295-RESOLVE-MAPPING
           MOVE WS-CREDIT-GL TO WS-ACCUM-GL
           MOVE 'FI' TO WS-LEG-TYPE
           PERFORM 295-RESOLVE-MAPPING
           MOVE WS-CREDIT-GL TO WS-IMPAIR-GL

           MOVE 'FT' TO WS-LEG-TYPE
           IF WS-COST-GL NOT = WS-OLD-COST-GL
                   OR WS-ACCUM-GL NOT = WS-OLD-ACCUM-GL
                   OR WS-IMPAIR-GL NOT = WS-OLD-IMPAIR-GL
               ADD 1 TO WS-VOUCHER-NUMBER
               ADD 1 TO WS-TRANSFERS-POSTED
           END-IF

           IF WS-COST-GL NOT = WS-OLD-COST-GL
               MOVE FA-COST TO WS-LINE-AMOUNT
               MOVE WS-COST-GL TO WS-LINE-GL
               MOVE 'D' TO WS-LINE-DC
               PERFORM 296-WRITE-JOURNAL-LINE
               MOVE WS-OLD-COST-GL TO WS-LINE-GL
               MOVE 'C' TO WS-LINE-DC
               PERFORM 296-WRITE-JOURNAL-LINE
           END-IF

           IF WS-ACCUM-GL NOT = WS-OLD-ACCUM-GL
               MOVE FA-ACCUM-DEPRECIATION TO WS-LINE-AMOUNT
               MOVE WS-OLD-ACCUM-GL TO WS-LINE-GL
               MOVE 'D' TO WS-LINE-DC
               PERFORM 296-WRITE-JOURNAL-LINE
               MOVE WS-ACCUM-GL TO WS-LINE-GL
               MOVE 'C' TO WS-LINE-DC
               PERFORM 296-WRITE-JOURNAL-LINE
           END-IF

           IF WS-IMPAIR-GL NOT = WS-OLD-IMPAIR-GL
               MOVE WS-POSTED-IMPAIRMENT TO WS-LINE-AMOUNT
               MOVE WS-OLD-IMPAIR-GL TO WS-LINE-GL
               MOVE 'D' TO WS-LINE-DC
               PERFORM 296-WRITE-JOURNAL-LINE
               MOVE WS-IMPAIR-GL TO WS-LINE-GL
               MOVE 'C' TO WS-LINE-DC
               PERFORM 296-WRITE-JOURNAL-LINE
           END-IF

           MOVE SPACES TO FA-PEND-FROM-BRANCH
           MOVE 'Y' TO WS-ASSET-CHANGED-FLAG.

       240-POST-IMPAIRMENT.
           MOVE 'FI' TO WS-LEG-TYPE
           MOVE FA-BRANCH-CODE TO WS-MAP-BRANCH
           PERFORM 295-RESOLVE-MAPPING
           ADD 1 TO WS-VOUCHER-NUMBER
           MOVE FA-PEND-IMPAIRMENT TO WS-LINE-AMOUNT
           MOVE WS-DEBIT-GL TO WS-LINE-GL
           MOVE 'D' TO WS-LINE-DC
           PERFORM 296-WRITE-JOURNAL-LINE
           MOVE WS-CREDIT-GL TO WS-LINE-GL
           MOVE 'C' TO WS-LINE-DC
           PERFORM 296-WRITE-JOURNAL-LINE

           ADD 1 TO WS-IMPAIRMENTS-POSTED
           ADD FA-PEND-IMPAIRMENT TO WS-TOTAL-IMPAIRMENT
           MOVE ZERO TO FA-PEND-IMPAIRMENT
           MOVE 'Y' TO WS-ASSET-CHANGED-FLAG.

      *    Le mois compte dans la duree de vie meme quand la valeur
      *    nette est deja a la valeur residuelle (bien deprecie).
       250-DEPRECIATE-ASSET.
           COMPUTE WS-IN-SERVICE-PERIOD = FA-IN-SERVICE-DATE / 100
           EVALUATE TRUE
               WHEN FA-LAST-DEPR-PERIOD NOT < WS-RUN-PERIOD
                   ADD 1 TO WS-ALREADY-DEPRECIATED
               WHEN WS-IN-SERVICE-PERIOD > WS-RUN-PERIOD
                   ADD 1 TO WS-NOT-YET-IN-SERVICE
               WHEN FA-MONTHS-DEPRECIATED NOT < FA-USEFUL-LIFE
                   ADD 1 TO WS-FULLY-DEPRECIATED
               WHEN OTHER
                   PERFORM 255-COMPUTE-DEPRECIATION
                   ADD 1 TO FA-MONTHS-DEPRECIATED
                   MOVE WS-RUN-PERIOD TO FA-LAST-DEPR-PERIOD
                   MOVE WS-DEPRECIATION TO FA-LAST-DEPR-AMOUNT
                   MOVE 'Y' TO WS-ASSET-CHANGED-FLAG
                   IF WS-DEPRECIATION > ZERO
                       PERFORM 256-POST-DEPRECIATION
                   END-IF
           END-EVALUATE.

       255-COMPUTE-DEPRECIATION.
           COMPUTE WS-NET-BOOK-VALUE =
               FA-COST - FA-ACCUM-DEPRECIATION - FA-IMPAIRMENT-TOTAL
           COMPUTE WS-DEPRECIABLE =
               WS-NET-BOOK-VALUE - FA-SALVAGE-VALUE
           COMPUTE WS-MONTHS-REMAINING =
               FA-USEFUL-LIFE - FA-MONTHS-DEPRECIATED

           EVALUATE TRUE
               WHEN WS-DEPRECIABLE NOT > ZERO
                   MOVE ZERO TO WS-DEPRECIATION
               WHEN WS-MONTHS-REMAINING = 1
                   MOVE WS-DEPRECIABLE TO WS-DEPRECIATION
               WHEN FA-STRAIGHT-LINE
                   COMPUTE WS-DEPRECIATION ROUNDED =
                       WS-DEPRECIABLE / WS-MONTHS-REMAINING
               WHEN OTHER
                   COMPUTE WS-DEPRECIATION ROUNDED =
                       WS-NET-BOOK-VALUE * 2 / FA-USEFUL-LIFE
                   IF WS-DEPRECIATION > WS-DEPRECIABLE
                       MOVE WS-DEPRECIABLE TO WS-DEPRECIATION
                   END-IF
           END-EVALUATE.

       256-POST-DEPRECIATION.
           MOVE 'FD' TO WS-LEG-TYPE
           MOVE FA-BRANCH-CODE TO WS-MAP-BRANCH
           PERFORM 295-RESOLVE-MAPPING
           ADD 1 TO WS-VOUCHER-NUMBER
           MOVE WS-DEPRECIATION TO WS-LINE-AMOUNT
           MOVE WS-DEBIT-GL TO WS-LINE-GL
           MOVE 'D' TO WS-LINE-DC
           PERFORM 296-WRITE-JOURNAL-LINE
           MOVE WS-CREDIT-GL TO WS-LINE-GL
           MOVE 'C' TO WS-LINE-DC
           PERFORM 296-WRITE-JOURNAL-LINE

           ADD WS-DEPRECIATION TO FA-ACCUM-DEPRECIATION
           ADD 1 TO WS-ASSETS-DEPRECIATED
           ADD WS-DEPRECIATION TO WS-TOTAL-DEPRECIATION.

      *    Sortie du bien en une piece : amortissements et
      *    depreciations cumules au debit, prix de cession au debit,
      *    cout au credit ; l'ecart (prix - valeur nette) est la plus
      *    ou moins-value. La fiche garde ses cumuls pour l'historique.
       260-POST-DISPOSAL.
           COMPUTE WS-NET-BOOK-VALUE =
               FA-COST - FA-ACCUM-DEPRECIATION - FA-IMPAIRMENT-TOTAL
           COMPUTE WS-GAIN-LOSS =
               FA-DISPOSAL-PROCEEDS - WS-NET-BOOK-VALUE

           MOVE FA-BRANCH-CODE TO WS-MAP-BRANCH
           MOVE 'FA' TO WS-LEG-TYPE
           PERFORM 295-RESOLVE-MAPPING
           MOVE WS-DEBIT-GL TO WS-COST-GL
           MOVE 'FD' TO WS-LEG-TYPE
           PERFORM 295-RESOLVE-MAPPING
           MOVE WS-CREDIT-GL TO WS-ACCUM-GL
           MOVE 'FI' TO WS-LEG-TYPE
           PERFORM 295-RESOLVE-MAPPING
           MOVE WS-CREDIT-GL TO WS-IMPAIR-GL
           MOVE 'FX' TO WS-LEG-TYPE
           PERFORM 295-RESOLVE-MAPPING
           MOVE WS-DEBIT-GL TO WS-PROCEEDS-GL
           MOVE WS-CREDIT-GL TO WS-RESULT-GL

           ADD 1 TO WS-VOUCHER-NUMBER
           MOVE FA-ACCUM-DEPRECIATION TO WS-LINE-AMOUNT
           MOVE WS-ACCUM-GL TO WS-LINE-GL
           MOVE 'D' TO WS-LINE-DC
           PERFORM 296-WRITE-JOURNAL-LINE
           MOVE FA-IMPAIRMENT-TOTAL TO WS-LINE-AMOUNT
           MOVE WS-IMPAIR-GL TO WS-LINE-GL
           PERFORM 296-WRITE-JOURNAL-LINE
           MOVE FA-DISPOSAL-PROCEEDS TO WS-LINE-AMOUNT
           MOVE WS-PROCEEDS-GL TO WS-LINE-GL
           PERFORM 296-WRITE-JOURNAL-LINE
           MOVE FA-COST TO WS-LINE-AMOUNT
           MOVE WS-COST-GL TO WS-LINE-GL
           MOVE 'C' TO WS-LINE-DC
           PERFORM 296-WRITE-JOURNAL-LINE

           MOVE WS-RESULT-GL TO WS-LINE-GL
           IF WS-GAIN-LOSS < ZERO
               COMPUTE WS-LINE-AMOUNT = WS-GAIN-LOSS * -1
               MOVE 'D' TO WS-LINE-DC
           ELSE
               MOVE WS-GAIN-LOSS TO WS-LINE-AMOUNT
               MOVE 'C' TO WS-LINE-DC
           END-IF
           PERFORM 296-WRITE-JOURNAL-LINE

           MOVE WS-GAIN-LOSS TO FA-DISPOSAL-RESULT
           MOVE 'D' TO FA-STATUS-CODE
           MOVE 'Y' TO WS-ASSET-CHANGED-FLAG
           MOVE 'Y' TO WS-SOLD-NOW-FLAG
           ADD 1 TO WS-DISPOSALS-POSTED
           ADD WS-GAIN-LOSS TO WS-TOTAL-DISPOSAL-RESULT.

      *    Un bien cede dans la periode sort au registre avec ses
      *    valeurs de sortie, hors cumuls de l'agence.
       270-RELEASE-REGISTER-LINE.
           MOVE FA-BRANCH-CODE TO SRT-BRANCH-CODE
           MOVE FA-ASSET-ID TO SRT-ASSET-ID
           MOVE FA-CATEGORY TO SRT-CATEGORY
           MOVE FA-DESCRIPTION TO SRT-DESCRIPTION
           MOVE FA-IN-SERVICE-DATE TO SRT-IN-SERVICE-DATE
           MOVE FA-METHOD TO SRT-METHOD
           MOVE FA-USEFUL-LIFE TO SRT-USEFUL-LIFE
           MOVE FA-COST TO SRT-COST
           MOVE FA-ACCUM-DEPRECIATION TO SRT-ACCUM-DEPRECIATION
           MOVE FA-IMPAIRMENT-TOTAL TO SRT-IMPAIRMENT
           COMPUTE SRT-NET-BOOK-VALUE =
               FA-COST - FA-ACCUM-DEPRECIATION - FA-IMPAIRMENT-TOTAL
           IF FA-LAST-DEPR-PERIOD = WS-RUN-PERIOD
               MOVE FA-LAST-DEPR-AMOUNT TO SRT-PERIOD-DEPRECIATION
           ELSE
               MOVE ZERO TO SRT-PERIOD-DEPRECIATION
           END-IF
           IF ASSET-SOLD-NOW
               MOVE 'C' TO SRT-STATUS
           ELSE
               MOVE 'A' TO SRT-STATUS
           END-IF

           RELEASE SORT-REGISTER-RECORD.

       290-REWRITE-ASSET.
           REWRITE FIXED-ASSET-RECORD
               INVALID KEY
                   DISPLAY 'ERREUR REWRITE IMMOBILISATION: '
                           FA-ASSET-ID
           END-REWRITE.

      *    Recherche en deux temps comme LOANPAY : agence exacte puis
      *    agence a blanc ; sans correspondance, les deux sens vont
      *    au compte d'attente pour que la piece reste equilibree.
       295-RESOLVE-MAPPING.
           MOVE 'N' TO WS-MAP-FOUND-FLAG
           SET WS-COA-IDX TO 1
           SEARCH WS-COA-ENTRY
               AT END
                   CONTINUE
               WHEN WS-COA-TXN-TYPE(WS-COA-IDX) = WS-LEG-TYPE
                       AND WS-COA-ACCT-TYPE(WS-COA-IDX) = FA-CATEGORY
                       AND WS-COA-BRANCH(WS-COA-IDX) = WS-MAP-BRANCH
                   PERFORM 297-TAKE-MAPPING
           END-SEARCH

           IF NOT MAPPING-FOUND
               SET WS-COA-IDX TO 1
               SEARCH WS-COA-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-COA-TXN-TYPE(WS-COA-IDX) = WS-LEG-TYPE
                           AND WS-COA-ACCT-TYPE(WS-COA-IDX)
                               = FA-CATEGORY
                           AND WS-COA-BRANCH(WS-COA-IDX) = SPACES
                       PERFORM 297-TAKE-MAPPING
               END-SEARCH
           END-IF

           IF NOT MAPPING-FOUND
               MOVE WS-SUSPENSE-GL TO WS-DEBIT-GL
                                      WS-CREDIT-GL
               ADD 1 TO WS-UNMAPPED-LEGS
               DISPLAY 'CORRESPONDANCE ' WS-LEG-TYPE '/' FA-CATEGORY
                       ' ABSENTE - COMPTE D''ATTENTE POUR '
                       FA-ASSET-ID
           END-IF.

      *    Une ligne a zero (bien sans amortissement, cession sans
      *    prix) n'est pas ecrite.
       296-WRITE-JOURNAL-LINE.
           IF WS-LINE-AMOUNT > ZERO
               MOVE SPACES TO ASSET-JOURNAL-RECORD
               MOVE 'D' TO FJ-RECORD-TYPE
               MOVE WS-RUN-DATE TO FJ-RUN-DATE
               MOVE WS-VOUCHER-NUMBER TO FJ-VOUCHER-NUMBER
               MOVE WS-LINE-GL TO FJ-GL-ACCOUNT
               MOVE WS-LINE-DC TO FJ-DC-INDICATOR
               MOVE WS-LINE-AMOUNT TO FJ-AMOUNT
               MOVE WS-SOURCE-ID TO FJ-SOURCE-TRAN-ID
               MOVE WS-LEG-TYPE TO FJ-SOURCE-TYPE
               WRITE ASSET-JOURNAL-RECORD
               ADD 1 TO WS-JOURNAL-LINES
               IF WS-LINE-DC = 'D'
                   ADD WS-LINE-AMOUNT TO WS-TOTAL-DEBITS
               ELSE
                   ADD WS-LINE-AMOUNT TO WS-TOTAL-CREDITS
               END-IF
           END-IF.

       297-TAKE-MAPPING.
           MOVE WS-COA-DEBIT-GL(WS-COA-IDX) TO WS-DEBIT-GL
           MOVE WS-COA-CREDIT-GL(WS-COA-IDX) TO WS-CREDIT-GL
           MOVE 'Y' TO WS-MAP-FOUND-FLAG.

      *----------------------------------------------------------------
      *    ETAPE DE TRI - PROCEDURE DE SORTIE
      *    Registre par agence ; a chaque rupture, le total de
      *    l'agence et sa ligne de resume FABRSUM.
      *----------------------------------------------------------------
       500-WRITE-REGISTER.
           INITIALIZE WS-GRAND-TOTALS
           PERFORM 510-RETURN-SORTED-RECORD
           PERFORM 520-PROCESS-ONE-BRANCH UNTIL SORT-RETURN-EOF

           MOVE SPACES TO WS-RPT-DETAIL
           MOVE WS-GRT-COUNT TO WS-COUNT-EDIT
           STRING 'TOTAL GENERAL (' WS-COUNT-EDIT ' BIENS)'
               DELIMITED BY SIZE INTO RD-LABEL
           MOVE WS-GRT-COST TO RD-COST
           MOVE WS-GRT-ACCUM TO RD-ACCUM
           MOVE WS-GRT-IMPAIRMENT TO RD-IMPAIRMENT
           MOVE WS-GRT-NET-BOOK-VALUE TO RD-NET-BOOK-VALUE
           MOVE WS-GRT-PERIOD-DEPR TO RD-PERIOD-DEPR
           WRITE ASSET-REGISTER-LINE FROM WS-RPT-DETAIL.

       500-WRITE-REGISTER-EXIT.
           EXIT.

       510-RETURN-SORTED-RECORD.
           RETURN SORT-REGISTER-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-FLAG
           END-RETURN.

       520-PROCESS-ONE-BRANCH.
           MOVE SRT-BRANCH-CODE TO WS-CURRENT-BRANCH
           INITIALIZE WS-BRANCH-TOTALS
           MOVE WS-CURRENT-BRANCH TO RB-BRANCH
           WRITE ASSET-REGISTER-LINE FROM WS-RPT-BRANCH-TITLE

           PERFORM 530-WRITE-DETAIL-LINE
               UNTIL SORT-RETURN-EOF
                   OR SRT-BRANCH-CODE NOT = WS-CURRENT-BRANCH

           MOVE SPACES TO WS-RPT-DETAIL
           MOVE WS-BRT-COUNT TO WS-COUNT-EDIT
           STRING 'TOTAL AGENCE ' WS-CURRENT-BRANCH
                  ' (' WS-COUNT-EDIT ' BIENS)'
               DELIMITED BY SIZE INTO RD-LABEL
           MOVE WS-BRT-COST TO RD-COST
           MOVE WS-BRT-ACCUM TO RD-ACCUM
           MOVE WS-BRT-IMPAIRMENT TO RD-IMPAIRMENT
           MOVE WS-BRT-NET-BOOK-VALUE TO RD-NET-BOOK-VALUE
           MOVE WS-BRT-PERIOD-DEPR TO RD-PERIOD-DEPR
           WRITE ASSET-REGISTER-LINE FROM WS-RPT-DETAIL
           MOVE SPACES TO ASSET-REGISTER-LINE
           WRITE ASSET-REGISTER-LINE

           PERFORM 540-WRITE-BRANCH-SUMMARY

           ADD WS-BRT-COUNT TO WS-GRT-COUNT
           ADD WS-BRT-COST TO WS-GRT-COST
           ADD WS-BRT-ACCUM TO WS-GRT-ACCUM
           ADD WS-BRT-IMPAIRMENT TO WS-GRT-IMPAIRMENT
           ADD WS-BRT-NET-BOOK-VALUE TO WS-GRT-NET-BOOK-VALUE
           ADD WS-BRT-PERIOD-DEPR TO WS-GRT-PERIOD-DEPR.

       530-WRITE-DETAIL-LINE.
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE SRT-ASSET-ID TO RD-ASSET-ID
           MOVE SRT-CATEGORY TO RD-CATEGORY
           MOVE SRT-DESCRIPTION TO RD-DESCRIPTION
           MOVE SRT-IN-SERVICE-DATE TO RD-IN-SERVICE
           MOVE SRT-METHOD TO RD-METHOD
           MOVE SRT-USEFUL-LIFE TO RD-USEFUL-LIFE
           MOVE SRT-COST TO RD-COST
           MOVE SRT-ACCUM-DEPRECIATION TO RD-ACCUM
           MOVE SRT-IMPAIRMENT TO RD-IMPAIRMENT
           MOVE SRT-NET-BOOK-VALUE TO RD-NET-BOOK-VALUE
           MOVE SRT-PERIOD-DEPRECIATION TO RD-PERIOD-DEPR
           MOVE SRT-STATUS TO RD-STATUS
           WRITE ASSET-REGISTER-LINE FROM WS-RPT-DETAIL
           ADD 1 TO WS-REGISTER-LINES

           IF NOT SRT-SOLD-THIS-PERIOD
               ADD 1 TO WS-BRT-COUNT
               ADD SRT-COST TO WS-BRT-COST
               ADD SRT-ACCUM-DEPRECIATION TO WS-BRT-ACCUM
               ADD SRT-IMPAIRMENT TO WS-BRT-IMPAIRMENT
               ADD SRT-NET-BOOK-VALUE TO WS-BRT-NET-BOOK-VALUE
               ADD SRT-PERIOD-DEPRECIATION TO WS-BRT-PERIOD-DEPR
           END-IF

           PERFORM 510-RETURN-SORTED-RECORD.

       540-WRITE-BRANCH-SUMMARY.
           MOVE SPACES TO BRANCH-SUMMARY-RECORD
           MOVE WS-CURRENT-BRANCH TO FB-BRANCH-CODE
           MOVE WS-RUN-PERIOD TO FB-PERIOD
           MOVE WS-BRT-COUNT TO FB-ASSET-COUNT
           MOVE WS-BRT-COST TO FB-COST-TOTAL
           COMPUTE FB-ACCUM-TOTAL = WS-BRT-ACCUM + WS-BRT-IMPAIRMENT
           MOVE WS-BRT-NET-BOOK-VALUE TO FB-NET-BOOK-VALUE
           MOVE WS-BRT-PERIOD-DEPR TO FB-PERIOD-DEPRECIATION
           WRITE BRANCH-SUMMARY-RECORD
           ADD 1 TO WS-BRANCH-SUMMARIES.

       900-FINALIZE.
           DISPLAY '*** FINALISATION AMORTISSEMENT IMMOBILISATIONS ***'

           IF WS-FAM-STATUS = '00' OR WS-FAM-STATUS = '10'
               CLOSE FIXED-ASSET-FILE
           END-IF
           IF WS-JRN-STATUS = '00'
               CLOSE ASSET-JOURNAL-FILE
           END-IF
           IF WS-RPT-STATUS = '00'
               CLOSE ASSET-REGISTER-FILE
           END-IF
           IF WS-SUM-STATUS = '00'
               CLOSE BRANCH-SUMMARY-FILE
           END-IF

      *    Des lignes au compte d'attente sont a reclasser avant la
      *    cloture du mois.
           IF RETURN-CODE = ZERO AND WS-UNMAPPED-LEGS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY ' '
           DISPLAY '================================================'
           DISPLAY '  RAPPORT SOMMAIRE - AMORTISSEMENTS             '
           DISPLAY '================================================'
           DISPLAY 'PERIODE                : ' WS-RUN-PERIOD
           DISPLAY 'BIENS LUS              : ' WS-ASSETS-READ
           DISPLAY 'ACQUISITIONS PASSEES   : ' WS-ACQUISITIONS-POSTED
           DISPLAY 'MONTANT ACQUISITIONS   : ' WS-TOTAL-ACQUISITIONS
           DISPLAY 'TRANSFERTS PASSES      : ' WS-TRANSFERS-POSTED
           DISPLAY 'DEPRECIATIONS PASSEES  : ' WS-IMPAIRMENTS-POSTED
           DISPLAY 'MONTANT DEPRECIATIONS  : ' WS-TOTAL-IMPAIRMENT
           DISPLAY 'BIENS AMORTIS          : ' WS-ASSETS-DEPRECIATED
           DISPLAY 'DOTATION DU MOIS       : ' WS-TOTAL-DEPRECIATION
           DISPLAY 'DEJA AMORTIS PERIODE   : ' WS-ALREADY-DEPRECIATED
           DISPLAY 'PAS ENCORE EN SERVICE  : ' WS-NOT-YET-IN-SERVICE
           DISPLAY 'TOTALEMENT AMORTIS     : ' WS-FULLY-DEPRECIATED
           DISPLAY 'CESSIONS PASSEES       : ' WS-DISPOSALS-POSTED
           DISPLAY 'RESULTAT DE CESSION    : ' WS-TOTAL-DISPOSAL-RESULT
           DISPLAY 'LIGNES AU COMPTE ATTENTE: ' WS-UNMAPPED-LEGS
           DISPLAY 'LIGNES PIECES ECRITES  : ' WS-JOURNAL-LINES
           DISPLAY 'LIGNES DU REGISTRE     : ' WS-REGISTER-LINES
           DISPLAY 'AGENCES RESUMEES       : ' WS-BRANCH-SUMMARIES
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
               DISPLAY 'PARTIE DOUBLE          : EQUILIBREE'
           ELSE
               DISPLAY 'PARTIE DOUBLE          : HORS BALANCE'
           END-IF
           DISPLAY '================================================'
           DISPLAY ' '

           DISPLAY '*** FIN AMORTISSEMENT DES IMMOBILISATIONS ***'.

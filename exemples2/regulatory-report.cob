       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGRPT.
       AUTHOR. BANKING SYSTEM TEAM.
      ******************************************************************
      * ETAT REGLEMENTAIRE : BILAN ET COMPTE DE RESULTAT                *
      * - L'etat trimestriel se montait a la main depuis la balance ;   *
      *   ce programme regroupe les soldes de cloture de GLBAL (tenu    *
      *   par GLLEDGER) en lignes de tableaux reglementaires            *
      * - Table REGMAP, dans l'ordre de presentation : titres de        *
      *   tableaux ('S'), lignes ('L' : detail, ou total d'une plage de *
      *   lignes de detail du meme tableau), affectation des comptes    *
      *   ('A') et regles de coherence entre tableaux ('V')             *
      * - Un compte peut alimenter plusieurs tableaux (ex. les comptes  *
      *   de gestion au compte de resultat et au resultat de l'exercice *
      *   du bilan) ; le signe '-' inverse le solde (passifs, produits) *
      * - Solde de cloture = ouverture + debits - credits de la periode *
      *   ouverte (debit positif, comme la balance de GLLEDGER) : a     *
      *   lancer en fin de trimestre avant la cloture GLLEDGER 'C'      *
      * - Tout compte solde sans affectation est signale, de meme que   *
      *   les regles de coherence en echec (ex. total actif = passif +  *
      *   capitaux propres) : code retour 4                             *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Table de correspondance reglementaire, tenue par la
      *    comptabilite comme COAMAP.
           SELECT REG-MAPPING-FILE
               ASSIGN TO REGMAP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

      *    Maitre des soldes tenu par GLLEDGER.
           SELECT GL-BALANCE-FILE
               ASSIGN TO GLBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-GL-ACCOUNT
               FILE STATUS IS WS-BAL-STATUS.

           SELECT PERIOD-CONTROL-FILE
               ASSIGN TO GLPERIOD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PER-STATUS.

      *    Date metier de la nuit deposee par BATCHDRV ; absente, la
      *    date systeme reste la regle.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO BIZDATE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BIZ-STATUS.

           SELECT REGULATORY-REPORT-FILE
               ASSIGN TO REGRPTO
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Pour 'V', tableau et numero de ligne identifient la regle ;
      *    les postes 1-2 forment le membre gauche, 3-5 le membre
      *    droit, chacun designant une ligne (tableau + numero).
       FD  REG-MAPPING-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REG-MAPPING-RECORD.
           05  RM-RECORD-TYPE          PIC X(01).
               88  RM-SCHEDULE-ENTRY   VALUE 'S'.
               88  RM-LINE-ENTRY       VALUE 'L'.
               88  RM-ACCOUNT-ENTRY    VALUE 'A'.
               88  RM-RULE-ENTRY       VALUE 'V'.
           05  RM-SCHEDULE             PIC X(02).
           05  RM-LINE-NUMBER          PIC 9(04).
           05  RM-DETAIL               PIC X(73).
           05  RM-SCHEDULE-DETAIL REDEFINES RM-DETAIL.
               10  RM-SCHEDULE-TITLE   PIC X(40).
               10  FILLER              PIC X(33).
           05  RM-LINE-DETAIL REDEFINES RM-DETAIL.
               10  RM-LINE-DESC        PIC X(40).
               10  RM-LINE-KIND        PIC X(01).
                   88  RM-DETAIL-LINE  VALUE 'D'.
                   88  RM-TOTAL-LINE   VALUE 'T'.
               10  RM-TOTAL-FROM       PIC 9(04).
               10  RM-TOTAL-TO         PIC 9(04).
               10  FILLER              PIC X(24).
           05  RM-ACCOUNT-DETAIL REDEFINES RM-DETAIL.
               10  RM-GL-ACCOUNT       PIC 9(08).
               10  RM-SIGN             PIC X(01).
                   88  RM-SIGN-VALID   VALUE ' ' '+' '-'.
               10  FILLER              PIC X(64).
           05  RM-RULE-DETAIL REDEFINES RM-DETAIL.
               10  RM-RULE-DESC        PIC X(30).
               10  RM-RULE-ITEM OCCURS 5 TIMES.
                   15  RM-ITEM-SCHEDULE
                                       PIC X(02).
                   15  RM-ITEM-LINE    PIC 9(04).
               10  RM-TOLERANCE        PIC 9(7)V99.
               10  FILLER              PIC X(04).

      *    Meme disposition que dans GLLEDGER.
       FD  GL-BALANCE-FILE
           RECORDING MODE IS F.
       01  GL-BALANCE-RECORD.
           05  GLB-GL-ACCOUNT          PIC 9(8).
           05  GLB-OPENING-BALANCE     PIC S9(15)V99 COMP-3.
           05  GLB-PERIOD-DEBITS       PIC S9(15)V99 COMP-3.
           05  GLB-PERIOD-CREDITS      PIC S9(15)V99 COMP-3.
           05  GLB-LAST-POST-DATE      PIC 9(8).
           05  FILLER                  PIC X(10).

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

      *    Meme disposition que dans BANKTRAN.
       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       01  BUSINESS-DATE-RECORD.
           05  BIZ-BUSINESS-DATE       PIC 9(8).
           05  BIZ-NEXT-BUSINESS-DATE  PIC 9(8).
           05  FILLER                  PIC X(4).

       FD  REGULATORY-REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REGULATORY-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-CODES.
           05  WS-MAP-STATUS           PIC X(02) VALUE SPACES.
           05  WS-BAL-STATUS           PIC X(02) VALUE SPACES.
           05  WS-PER-STATUS           PIC X(02) VALUE SPACES.
           05  WS-BIZ-STATUS           PIC X(02) VALUE SPACES.
           05  WS-RPT-STATUS           PIC X(02) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-ENTRIES-READ         PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-ENTRIES-REJECTED     PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-ACCOUNTS-READ        PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-ACCOUNTS-MAPPED      PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-UNMAPPED-ACCOUNTS    PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-RULES-PASSED         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-RULES-FAILED         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-SCHEDULE-LINES       PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-TOTAL-CLOSING        PIC S9(15)V99 COMP-3 VALUE ZERO.

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-OPEN-PERIOD              PIC 9(6) VALUE ZERO.
       01  WS-REPORT-PERIOD.
           05  WS-RP-YEAR              PIC 9(04).
           05  WS-RP-MONTH             PIC 9(02).
       01  WS-REPORT-PERIOD-NUM REDEFINES WS-REPORT-PERIOD
                                       PIC 9(06).

      *    Titres des tableaux.
       01  WS-SCHEDULE-TABLE.
           05  WS-SCH-COUNT            PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-SCH-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-SCH-COUNT
                   INDEXED BY WS-SCH-IDX.
               10  WS-SCH-CODE         PIC X(02).
               10  WS-SCH-TITLE        PIC X(40).

      *    Lignes des tableaux, dans l'ordre de REGMAP.
       01  WS-LINE-TABLE.
           05  WS-LIN-COUNT            PIC 9(4) COMP-3 VALUE ZERO.
           05  WS-LIN-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-LIN-COUNT
                   INDEXED BY WS-LIN-IDX.
               10  WS-LIN-SCHEDULE     PIC X(02).
               10  WS-LIN-NUMBER       PIC 9(04).
               10  WS-LIN-DESC         PIC X(40).
               10  WS-LIN-KIND         PIC X(01).
                   88  WS-LIN-IS-TOTAL VALUE 'T'.
               10  WS-LIN-FROM         PIC 9(04).
               10  WS-LIN-TO           PIC 9(04).
               10  WS-LIN-AMOUNT       PIC S9(15)V99 COMP-3.
               10  WS-LIN-ACCOUNTS     PIC 9(5) COMP-3.

      *    Affectations compte -> ligne ; un compte peut en avoir
      *    plusieurs. Le pointeur de ligne est resolu apres chargement.
       01  WS-MAPPING-TABLE.
           05  WS-AFF-COUNT            PIC 9(4) COMP-3 VALUE ZERO.
           05  WS-AFF-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WS-AFF-COUNT.
               10  WS-AFF-GL-ACCOUNT   PIC 9(08).
               10  WS-AFF-SCHEDULE     PIC X(02).
               10  WS-AFF-LINE         PIC 9(04).
               10  WS-AFF-SIGN         PIC X(01).
                   88  WS-AFF-REVERSED VALUE '-'.
               10  WS-AFF-LINE-PTR     PIC 9(4) COMP.

       01  WS-RULE-TABLE.
           05  WS-RUL-COUNT            PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-RUL-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-RUL-COUNT.
               10  WS-RUL-SCHEDULE     PIC X(02).
               10  WS-RUL-NUMBER       PIC 9(04).
               10  WS-RUL-DESC         PIC X(30).
               10  WS-RUL-TOLERANCE    PIC 9(7)V99 COMP-3.
               10  WS-RUL-VALID-FLAG   PIC X(01).
                   88  WS-RUL-VALID    VALUE 'Y'.
               10  WS-RUL-ITEM OCCURS 5 TIMES.
                   15  WS-RUL-ITEM-SCHEDULE
                                       PIC X(02).
                   15  WS-RUL-ITEM-LINE
                                       PIC 9(04).
                   15  WS-RUL-ITEM-PTR PIC 9(4) COMP.

       01  WS-UNMAPPED-TABLE.
           05  WS-UNM-COUNT            PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-UNM-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-UNM-COUNT.
               10  WS-UNM-GL-ACCOUNT   PIC 9(08).
               10  WS-UNM-CLOSING      PIC S9(15)V99 COMP-3.

       01  WS-WORK-FIELDS.
           05  WS-LIN-SUB              PIC 9(4) COMP VALUE ZERO.
           05  WS-LIN-SUB2             PIC 9(4) COMP VALUE ZERO.
           05  WS-AFF-SUB              PIC 9(4) COMP VALUE ZERO.
           05  WS-RUL-SUB              PIC 9(4) COMP VALUE ZERO.
           05  WS-ITEM-SUB             PIC 9(2) COMP VALUE ZERO.
           05  WS-UNM-SUB              PIC 9(4) COMP VALUE ZERO.
           05  WS-FIND-SCHEDULE        PIC X(02) VALUE SPACES.
           05  WS-FIND-LINE            PIC 9(04) VALUE ZERO.
           05  WS-FOUND-PTR            PIC 9(4) COMP VALUE ZERO.
           05  WS-CLOSING-BALANCE      PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-LEFT-AMOUNT          PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-RIGHT-AMOUNT         PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-DIFFERENCE           PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-ABS-DIFFERENCE       PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-CURRENT-SCHEDULE     PIC X(02) VALUE SPACES.
           05  WS-REJECT-REASON        PIC X(30) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-END-OF-MAPPING       PIC X(01) VALUE 'N'.
               88  END-OF-MAPPING      VALUE 'Y'.
           05  WS-END-OF-BALANCES      PIC X(01) VALUE 'N'.
               88  END-OF-BALANCES     VALUE 'Y'.
           05  WS-MAPPED-FLAG          PIC X(01) VALUE 'N'.
               88  ACCOUNT-MAPPED      VALUE 'Y'.
           05  WS-ABORT-FLAG           PIC X(01) VALUE 'N'.
               88  RUN-ABORTED         VALUE 'Y'.

       01  WS-REPORT-LINES.
           05  WS-RPT-TITLE.
               10  FILLER              PIC X(30) VALUE
                   'ETAT REGLEMENTAIRE - PERIODE '.
               10  RT-PERIOD           PIC 9(06).
               10  FILLER              PIC X(12) VALUE
                   '   ARRETE : '.
               10  RT-RUN-DATE         PIC 9(08).
               10  FILLER              PIC X(76) VALUE
                   '   SOLDES DE CLOTURE GLBAL, DEBIT POSITIF'.
           05  WS-RPT-SCHEDULE-TITLE.
               10  FILLER              PIC X(08) VALUE 'TABLEAU '.
               10  RS-SCHEDULE         PIC X(02).
               10  FILLER              PIC X(03) VALUE ' - '.
               10  RS-TITLE            PIC X(40).
               10  FILLER              PIC X(79) VALUE SPACES.
           05  WS-RPT-LINE-HEADER.
               10  FILLER              PIC X(07) VALUE 'LIGNE'.
               10  FILLER              PIC X(42) VALUE 'LIBELLE'.
               10  FILLER              PIC X(09) VALUE ' COMPTES'.
               10  FILLER              PIC X(22) VALUE
                   '               MONTANT'.
               10  FILLER              PIC X(52) VALUE SPACES.
           05  WS-RPT-LINE-DETAIL.
               10  RL-LINE-NUMBER      PIC ZZZ9.
               10  FILLER              PIC X(03).
               10  RL-DESC             PIC X(40).
               10  FILLER              PIC X(04).
               10  RL-ACCOUNTS         PIC ZZZZ9.
               10  FILLER              PIC X(02).
               10  RL-AMOUNT           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(02).
               10  RL-TOTAL-MARK       PIC X(05).
               10  FILLER              PIC X(45).
           05  WS-RPT-RULE-TITLE.
               10  FILLER              PIC X(40) VALUE
                   'CONTROLES DE COHERENCE ENTRE TABLEAUX'.
               10  FILLER              PIC X(92) VALUE SPACES.
           05  WS-RPT-RULE-HEADER.
               10  FILLER              PIC X(09) VALUE 'REGLE'.
               10  FILLER              PIC X(31) VALUE 'LIBELLE'.
               10  FILLER              PIC X(23) VALUE
                   '         MEMBRE GAUCHE '.
               10  FILLER              PIC X(23) VALUE
                   '          MEMBRE DROIT '.
               10  FILLER              PIC X(24) VALUE
                   '                 ECART  '.
               10  FILLER              PIC X(22) VALUE 'ETAT'.
           05  WS-RPT-RULE-DETAIL.
               10  RV-SCHEDULE         PIC X(02).
               10  RV-NUMBER           PIC 9(04).
               10  FILLER              PIC X(03).
               10  RV-DESC             PIC X(30).
               10  FILLER              PIC X(01).
               10  RV-LEFT-AMOUNT      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(01).
               10  RV-RIGHT-AMOUNT     PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(01).
               10  RV-DIFFERENCE       PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(02).
               10  RV-RESULT           PIC X(05).
               10  FILLER              PIC X(17).
           05  WS-RPT-UNMAPPED-TITLE.
               10  FILLER              PIC X(40) VALUE
                   'COMPTES SOLDES SANS CORRESPONDANCE'.
               10  FILLER              PIC X(92) VALUE SPACES.
           05  WS-RPT-UNMAPPED-DETAIL.
               10  RU-GL-ACCOUNT       PIC 9(08).
               10  FILLER              PIC X(03).
               10  RU-CLOSING          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(99).

       PROCEDURE DIVISION.
       000-MAIN-CONTROL.
           PERFORM 100-INITIALIZE

           IF NOT RUN-ABORTED
               PERFORM 200-ACCUMULATE-BALANCES
               PERFORM 300-COMPUTE-TOTAL-LINES
                   VARYING WS-LIN-SUB FROM 1 BY 1
                   UNTIL WS-LIN-SUB > WS-LIN-COUNT
               PERFORM 500-WRITE-SCHEDULES
               PERFORM 600-VALIDATE-SCHEDULES
               PERFORM 700-WRITE-UNMAPPED
           END-IF

           PERFORM 900-FINALIZE
           STOP RUN.

       100-INITIALIZE.
           DISPLAY '*** DEBUT ETAT REGLEMENTAIRE ***'
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 105-READ-BUSINESS-DATE
           PERFORM 107-READ-PERIOD-CONTROL

           IF WS-OPEN-PERIOD NOT = ZERO
               MOVE WS-OPEN-PERIOD TO WS-REPORT-PERIOD-NUM
           ELSE
               MOVE WS-RUN-DATE(1:6) TO WS-REPORT-PERIOD-NUM
           END-IF
           DISPLAY 'PERIODE DE L''ETAT     : ' WS-REPORT-PERIOD-NUM
           IF WS-RP-MONTH NOT = 3 AND WS-RP-MONTH NOT = 6
                   AND WS-RP-MONTH NOT = 9 AND WS-RP-MONTH NOT = 12
               DISPLAY 'PERIODE HORS FIN DE TRIMESTRE - ETAT '
                       'INTERMEDIAIRE'
           END-IF

           PERFORM 110-LOAD-REG-MAPPING

           IF NOT RUN-ABORTED
               OPEN INPUT GL-BALANCE-FILE
               IF WS-BAL-STATUS NOT = '00'
                   DISPLAY 'ERREUR OUVERTURE MAITRE DES SOLDES: '
                           WS-BAL-STATUS
                   MOVE 'Y' TO WS-ABORT-FLAG
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF

           IF NOT RUN-ABORTED
               OPEN OUTPUT REGULATORY-REPORT-FILE
               MOVE WS-REPORT-PERIOD-NUM TO RT-PERIOD
               MOVE WS-RUN-DATE TO RT-RUN-DATE
               WRITE REGULATORY-REPORT-LINE FROM WS-RPT-TITLE
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

      *----------------------------------------------------------------
      *    CHARGEMENT DE REGMAP : une entree invalide est ecartee et
      *    signalee, le reste de la table reste utilisable
      *----------------------------------------------------------------
       110-LOAD-REG-MAPPING.
           OPEN INPUT REG-MAPPING-FILE
           IF WS-MAP-STATUS NOT = '00'
               DISPLAY 'TABLE REGMAP ABSENTE - ETAT IMPOSSIBLE: '
                       WS-MAP-STATUS
               MOVE 'Y' TO WS-ABORT-FLAG
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 111-LOAD-ONE-ENTRY
                   UNTIL END-OF-MAPPING
               CLOSE REG-MAPPING-FILE
               PERFORM 120-RESOLVE-ACCOUNT
                   VARYING WS-AFF-SUB FROM 1 BY 1
                   UNTIL WS-AFF-SUB > WS-AFF-COUNT
               PERFORM 125-RESOLVE-RULE
                   VARYING WS-RUL-SUB FROM 1 BY 1
                   UNTIL WS-RUL-SUB > WS-RUL-COUNT
               DISPLAY 'LIGNES DE TABLEAUX     : ' WS-LIN-COUNT
               DISPLAY 'AFFECTATIONS CHARGEES  : ' WS-AFF-COUNT
               DISPLAY 'REGLES CHARGEES        : ' WS-RUL-COUNT
           END-IF.

       111-LOAD-ONE-ENTRY.
           READ REG-MAPPING-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-MAPPING
               NOT AT END
                   ADD 1 TO WS-ENTRIES-READ
                   EVALUATE TRUE
                       WHEN RM-SCHEDULE-ENTRY
                           PERFORM 112-STORE-SCHEDULE
                       WHEN RM-LINE-ENTRY
                           PERFORM 113-STORE-LINE
                       WHEN RM-ACCOUNT-ENTRY
                           PERFORM 114-STORE-ACCOUNT
                       WHEN RM-RULE-ENTRY
                           PERFORM 115-STORE-RULE
                       WHEN OTHER
                           MOVE 'TYPE D''ENTREE INCONNU'
                               TO WS-REJECT-REASON
                           PERFORM 119-REJECT-ENTRY
                   END-EVALUATE
           END-READ.

       112-STORE-SCHEDULE.
           IF WS-SCH-COUNT < 50
               ADD 1 TO WS-SCH-COUNT
               MOVE RM-SCHEDULE TO WS-SCH-CODE(WS-SCH-COUNT)
               MOVE RM-SCHEDULE-TITLE TO WS-SCH-TITLE(WS-SCH-COUNT)
           ELSE
               MOVE 'TABLE DES TABLEAUX SATUREE' TO WS-REJECT-REASON
               PERFORM 119-REJECT-ENTRY
           END-IF.

       113-STORE-LINE.
           MOVE RM-SCHEDULE TO WS-FIND-SCHEDULE
           MOVE ZERO TO WS-FIND-LINE
           IF RM-LINE-NUMBER NUMERIC
               MOVE RM-LINE-NUMBER TO WS-FIND-LINE
               PERFORM 130-FIND-LINE
           END-IF
           EVALUATE TRUE
               WHEN RM-SCHEDULE = SPACES
                       OR RM-LINE-NUMBER NOT NUMERIC
                   MOVE 'TABLEAU OU LIGNE INVALIDE'
                       TO WS-REJECT-REASON
                   PERFORM 119-REJECT-ENTRY
               WHEN WS-FOUND-PTR > ZERO
                   MOVE 'LIGNE EN DOUBLE' TO WS-REJECT-REASON
                   PERFORM 119-REJECT-ENTRY
               WHEN NOT RM-DETAIL-LINE AND NOT RM-TOTAL-LINE
                   MOVE 'NATURE DE LIGNE INVALIDE'
                       TO WS-REJECT-REASON
                   PERFORM 119-REJECT-ENTRY
               WHEN RM-TOTAL-LINE
                       AND (RM-TOTAL-FROM NOT NUMERIC
                            OR RM-TOTAL-TO NOT NUMERIC
                            OR RM-TOTAL-FROM > RM-TOTAL-TO)
                   MOVE 'PLAGE DE TOTAL INVALIDE'
                       TO WS-REJECT-REASON
                   PERFORM 119-REJECT-ENTRY
               WHEN WS-LIN-COUNT NOT < 1000
                   MOVE 'TABLE DES LIGNES SATUREE'
                       TO WS-REJECT-REASON
                   PERFORM 119-REJECT-ENTRY
               WHEN OTHER
                   ADD 1 TO WS-LIN-COUNT
                   MOVE RM-SCHEDULE TO WS-LIN-SCHEDULE(WS-LIN-COUNT)
                   MOVE RM-LINE-NUMBER TO WS-LIN-NUMBER(WS-LIN-COUNT)
                   MOVE RM-LINE-DESC TO WS-LIN-DESC(WS-LIN-COUNT)
                   MOVE RM-LINE-KIND TO WS-LIN-KIND(WS-LIN-COUNT)
                   MOVE ZERO TO WS-LIN-FROM(WS-LIN-COUNT)
                                WS-LIN-TO(WS-LIN-COUNT)
                                WS-LIN-AMOUNT(WS-LIN-COUNT)
                                WS-LIN-ACCOUNTS(WS-LIN-COUNT)
                   IF RM-TOTAL-LINE
                       MOVE RM-TOTAL-FROM TO WS-LIN-FROM(WS-LIN-COUNT)
                       MOVE RM-TOTAL-TO TO WS-LIN-TO(WS-LIN-COUNT)
                   END-IF
           END-EVALUATE.

       114-STORE-ACCOUNT.
           EVALUATE TRUE
               WHEN RM-GL-ACCOUNT NOT NUMERIC
                   MOVE 'COMPTE GL INVALIDE' TO WS-REJECT-REASON
                   PERFORM 119-REJECT-ENTRY
               WHEN NOT RM-SIGN-VALID
                   MOVE 'SIGNE INVALIDE' TO WS-REJECT-REASON
                   PERFORM 119-REJECT-ENTRY
               WHEN RM-LINE-NUMBER NOT NUMERIC
                   MOVE 'LIGNE INVALIDE' TO WS-REJECT-REASON
                   PERFORM 119-REJECT-ENTRY
               WHEN WS-AFF-COUNT NOT < 3000
                   MOVE 'TABLE DES AFFECTATIONS SATUREE'
                       TO WS-REJECT-REASON
                   PERFORM 119-REJECT-ENTRY
               WHEN OTHER
                   ADD 1 TO WS-AFF-COUNT
                   MOVE RM-GL-ACCOUNT
                       TO WS-AFF-GL-ACCOUNT(WS-AFF-COUNT)
                   MOVE RM-SCHEDULE TO WS-AFF-SCHEDULE(WS-AFF-COUNT)
                   MOVE RM-LINE-NUMBER TO WS-AFF-LINE(WS-AFF-COUNT)
                   MOVE RM-SIGN TO WS-AFF-SIGN(WS-AFF-COUNT)
                   MOVE ZERO TO WS-AFF-LINE-PTR(WS-AFF-COUNT)
           END-EVALUATE.

       115-STORE-RULE.
           IF WS-RUL-COUNT < 100
               ADD 1 TO WS-RUL-COUNT
               MOVE RM-SCHEDULE TO WS-RUL-SCHEDULE(WS-RUL-COUNT)
               MOVE ZERO TO WS-RUL-NUMBER(WS-RUL-COUNT)
               IF RM-LINE-NUMBER NUMERIC
                   MOVE RM-LINE-NUMBER TO WS-RUL-NUMBER(WS-RUL-COUNT)
               END-IF
               MOVE RM-RULE-DESC TO WS-RUL-DESC(WS-RUL-COUNT)
               MOVE ZERO TO WS-RUL-TOLERANCE(WS-RUL-COUNT)
               IF RM-TOLERANCE NUMERIC
                   MOVE RM-TOLERANCE
                       TO WS-RUL-TOLERANCE(WS-RUL-COUNT)
               END-IF
               MOVE 'Y' TO WS-RUL-VALID-FLAG(WS-RUL-COUNT)
               PERFORM 116-STORE-RULE-ITEM
                   VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > 5
           ELSE
               MOVE 'TABLE DES REGLES SATUREE' TO WS-REJECT-REASON
               PERFORM 119-REJECT-ENTRY
           END-IF.

       116-STORE-RULE-ITEM.
           MOVE RM-ITEM-SCHEDULE(WS-ITEM-SUB)
               TO WS-RUL-ITEM-SCHEDULE(WS-RUL-COUNT, WS-ITEM-SUB)
           MOVE ZERO TO WS-RUL-ITEM-LINE(WS-RUL-COUNT, WS-ITEM-SUB)
                        WS-RUL-ITEM-PTR(WS-RUL-COUNT, WS-ITEM-SUB)
           IF RM-ITEM-LINE(WS-ITEM-SUB) NUMERIC
               MOVE RM-ITEM-LINE(WS-ITEM-SUB)
                   TO WS-RUL-ITEM-LINE(WS-RUL-COUNT, WS-ITEM-SUB)
           END-IF.

       119-REJECT-ENTRY.
           ADD 1 TO WS-ENTRIES-REJECTED
           DISPLAY 'REGMAP ' WS-ENTRIES-READ ' REJETEE ('
                   WS-REJECT-REASON ') : ' REG-MAPPING-RECORD(1:47).

      *    Une affectation vers une ligne inconnue ou vers une ligne
      *    de total est ignoree : le compte comptera comme non affecte
      *    s'il n'a pas d'autre affectation valide.
       120-RESOLVE-ACCOUNT.
           MOVE WS-AFF-SCHEDULE(WS-AFF-SUB) TO WS-FIND-SCHEDULE
           MOVE WS-AFF-LINE(WS-AFF-SUB) TO WS-FIND-LINE
           PERFORM 130-FIND-LINE
           IF WS-FOUND-PTR > ZERO
               IF WS-LIN-IS-TOTAL(WS-FOUND-PTR)
                   MOVE ZERO TO WS-FOUND-PTR
               END-IF
           END-IF
           IF WS-FOUND-PTR = ZERO
               ADD 1 TO WS-ENTRIES-REJECTED
               DISPLAY 'AFFECTATION ' WS-AFF-GL-ACCOUNT(WS-AFF-SUB)
                       ' VERS LIGNE ' WS-FIND-SCHEDULE '/'
                       WS-FIND-LINE ' INCONNUE OU DE TOTAL'
           END-IF
           MOVE WS-FOUND-PTR TO WS-AFF-LINE-PTR(WS-AFF-SUB).

       125-RESOLVE-RULE.
           PERFORM 126-RESOLVE-RULE-ITEM
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > 5
           IF NOT WS-RUL-VALID(WS-RUL-SUB)
               ADD 1 TO WS-ENTRIES-REJECTED
               DISPLAY 'REGLE ' WS-RUL-SCHEDULE(WS-RUL-SUB)
                       WS-RUL-NUMBER(WS-RUL-SUB)
                       ' DESIGNE UNE LIGNE INCONNUE - NON CONTROLEE'
           END-IF.

       126-RESOLVE-RULE-ITEM.
           IF WS-RUL-ITEM-SCHEDULE(WS-RUL-SUB, WS-ITEM-SUB)
                   NOT = SPACES
               MOVE WS-RUL-ITEM-SCHEDULE(WS-RUL-SUB, WS-ITEM-SUB)
                   TO WS-FIND-SCHEDULE
               MOVE WS-RUL-ITEM-LINE(WS-RUL-SUB, WS-ITEM-SUB)
                   TO WS-FIND-LINE
               PERFORM 130-FIND-LINE
               MOVE WS-FOUND-PTR
                   TO WS-RUL-ITEM-PTR(WS-RUL-SUB, WS-ITEM-SUB)
               IF WS-FOUND-PTR = ZERO
                   MOVE 'N' TO WS-RUL-VALID-FLAG(WS-RUL-SUB)
               END-IF
           END-IF.

       130-FIND-LINE.
           MOVE ZERO TO WS-FOUND-PTR
           IF WS-LIN-COUNT > 0
               SET WS-LIN-IDX TO 1
               SEARCH WS-LIN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-LIN-SCHEDULE(WS-LIN-IDX) = WS-FIND-SCHEDULE
                           AND WS-LIN-NUMBER(WS-LIN-IDX) = WS-FIND-LINE
                       SET WS-FOUND-PTR TO WS-LIN-IDX
               END-SEARCH
           END-IF.

      *----------------------------------------------------------------
      *    REGROUPEMENT DES SOLDES DE CLOTURE
      *----------------------------------------------------------------
       200-ACCUMULATE-BALANCES.
           MOVE LOW-VALUES TO GLB-GL-ACCOUNT
           START GL-BALANCE-FILE
               KEY IS GREATER THAN OR EQUAL GLB-GL-ACCOUNT
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-BALANCES
           END-START

           PERFORM 210-ACCUMULATE-ONE-ACCOUNT
               UNTIL END-OF-BALANCES.

       210-ACCUMULATE-ONE-ACCOUNT.
           READ GL-BALANCE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-BALANCES
               NOT AT END
                   ADD 1 TO WS-ACCOUNTS-READ
                   COMPUTE WS-CLOSING-BALANCE =
                       GLB-OPENING-BALANCE + GLB-PERIOD-DEBITS
                       - GLB-PERIOD-CREDITS
                   ADD WS-CLOSING-BALANCE TO WS-TOTAL-CLOSING
                   MOVE 'N' TO WS-MAPPED-FLAG
                   PERFORM 220-APPLY-MAPPING
                       VARYING WS-AFF-SUB FROM 1 BY 1
                       UNTIL WS-AFF-SUB > WS-AFF-COUNT
                   IF ACCOUNT-MAPPED
                       ADD 1 TO WS-ACCOUNTS-MAPPED
                   ELSE
                       IF WS-CLOSING-BALANCE NOT = ZERO
                           PERFORM 230-NOTE-UNMAPPED
                       END-IF
                   END-IF
           END-READ.

       220-APPLY-MAPPING.
           IF WS-AFF-GL-ACCOUNT(WS-AFF-SUB) = GLB-GL-ACCOUNT
                   AND WS-AFF-LINE-PTR(WS-AFF-SUB) > ZERO
               MOVE 'Y' TO WS-MAPPED-FLAG
               MOVE WS-AFF-LINE-PTR(WS-AFF-SUB) TO WS-LIN-SUB
               IF WS-AFF-REVERSED(WS-AFF-SUB)
                   SUBTRACT WS-CLOSING-BALANCE
                       FROM WS-LIN-AMOUNT(WS-LIN-SUB)
               ELSE
                   ADD WS-CLOSING-BALANCE
                       TO WS-LIN-AMOUNT(WS-LIN-SUB)
               END-IF
               IF WS-CLOSING-BALANCE NOT = ZERO
                   ADD 1 TO WS-LIN-ACCOUNTS(WS-LIN-SUB)
               END-IF
           END-IF.

       230-NOTE-UNMAPPED.
           ADD 1 TO WS-UNMAPPED-ACCOUNTS
           IF WS-UNM-COUNT < 500
               ADD 1 TO WS-UNM-COUNT
               MOVE GLB-GL-ACCOUNT TO WS-UNM-GL-ACCOUNT(WS-UNM-COUNT)
               MOVE WS-CLOSING-BALANCE TO WS-UNM-CLOSING(WS-UNM-COUNT)
           END-IF.

      *    Une ligne de total reprend les lignes de detail de son
      *    tableau dont le numero tombe dans sa plage (jamais d'autres
      *    totaux : pas de double compte).
       300-COMPUTE-TOTAL-LINES.
           IF WS-LIN-IS-TOTAL(WS-LIN-SUB)
               PERFORM 310-ADD-TO-TOTAL
                   VARYING WS-LIN-SUB2 FROM 1 BY 1
                   UNTIL WS-LIN-SUB2 > WS-LIN-COUNT
           END-IF.

       310-ADD-TO-TOTAL.
           IF NOT WS-LIN-IS-TOTAL(WS-LIN-SUB2)
                   AND WS-LIN-SCHEDULE(WS-LIN-SUB2)
                       = WS-LIN-SCHEDULE(WS-LIN-SUB)
                   AND WS-LIN-NUMBER(WS-LIN-SUB2)
                       NOT < WS-LIN-FROM(WS-LIN-SUB)
                   AND WS-LIN-NUMBER(WS-LIN-SUB2)
                       NOT > WS-LIN-TO(WS-LIN-SUB)
               ADD WS-LIN-AMOUNT(WS-LIN-SUB2)
                   TO WS-LIN-AMOUNT(WS-LIN-SUB)
               ADD WS-LIN-ACCOUNTS(WS-LIN-SUB2)
                   TO WS-LIN-ACCOUNTS(WS-LIN-SUB)
           END-IF.

      *----------------------------------------------------------------
      *    TABLEAUX
      *----------------------------------------------------------------
       500-WRITE-SCHEDULES.
           MOVE SPACES TO WS-CURRENT-SCHEDULE
           PERFORM 510-WRITE-ONE-LINE
               VARYING WS-LIN-SUB FROM 1 BY 1
               UNTIL WS-LIN-SUB > WS-LIN-COUNT.

       510-WRITE-ONE-LINE.
           IF WS-LIN-SCHEDULE(WS-LIN-SUB) NOT = WS-CURRENT-SCHEDULE
               MOVE WS-LIN-SCHEDULE(WS-LIN-SUB) TO WS-CURRENT-SCHEDULE
               PERFORM 520-WRITE-SCHEDULE-HEADER
           END-IF

           MOVE SPACES TO WS-RPT-LINE-DETAIL
           MOVE WS-LIN-NUMBER(WS-LIN-SUB) TO RL-LINE-NUMBER
           MOVE WS-LIN-DESC(WS-LIN-SUB) TO RL-DESC
           MOVE WS-LIN-ACCOUNTS(WS-LIN-SUB) TO RL-ACCOUNTS
           MOVE WS-LIN-AMOUNT(WS-LIN-SUB) TO RL-AMOUNT
           IF WS-LIN-IS-TOTAL(WS-LIN-SUB)
               MOVE 'TOTAL' TO RL-TOTAL-MARK
           END-IF
           WRITE REGULATORY-REPORT-LINE FROM WS-RPT-LINE-DETAIL
           ADD 1 TO WS-SCHEDULE-LINES.

       520-WRITE-SCHEDULE-HEADER.
           MOVE WS-CURRENT-SCHEDULE TO RS-SCHEDULE
           MOVE SPACES TO RS-TITLE
           IF WS-SCH-COUNT > 0
               SET WS-SCH-IDX TO 1
               SEARCH WS-SCH-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SCH-CODE(WS-SCH-IDX) = WS-CURRENT-SCHEDULE
                       MOVE WS-SCH-TITLE(WS-SCH-IDX) TO RS-TITLE
               END-SEARCH
           END-IF
           MOVE SPACES TO REGULATORY-REPORT-LINE
           WRITE REGULATORY-REPORT-LINE
           WRITE REGULATORY-REPORT-LINE FROM WS-RPT-SCHEDULE-TITLE
           WRITE REGULATORY-REPORT-LINE FROM WS-RPT-LINE-HEADER.

      *----------------------------------------------------------------
      *    CONTROLES DE COHERENCE : la balance generale d'abord (total
      *    des soldes nul), puis chaque regle de REGMAP
      *----------------------------------------------------------------
       600-VALIDATE-SCHEDULES.
           MOVE SPACES TO REGULATORY-REPORT-LINE
           WRITE REGULATORY-REPORT-LINE
           WRITE REGULATORY-REPORT-LINE FROM WS-RPT-RULE-TITLE
           WRITE REGULATORY-REPORT-LINE FROM WS-RPT-RULE-HEADER

           MOVE SPACES TO WS-RPT-RULE-DETAIL
           MOVE 'GL' TO RV-SCHEDULE
           MOVE ZERO TO RV-NUMBER
           MOVE 'BALANCE GENERALE EQUILIBREE' TO RV-DESC
           MOVE WS-TOTAL-CLOSING TO WS-LEFT-AMOUNT
           MOVE ZERO TO WS-RIGHT-AMOUNT
           MOVE ZERO TO WS-RUL-SUB
           PERFORM 620-WRITE-RULE-RESULT

           PERFORM 610-EVALUATE-ONE-RULE
               VARYING WS-RUL-SUB FROM 1 BY 1
               UNTIL WS-RUL-SUB > WS-RUL-COUNT.

       610-EVALUATE-ONE-RULE.
           IF WS-RUL-VALID(WS-RUL-SUB)
               MOVE ZERO TO WS-LEFT-AMOUNT
                            WS-RIGHT-AMOUNT
               PERFORM 615-ADD-RULE-ITEM
                   VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > 5
               MOVE SPACES TO WS-RPT-RULE-DETAIL
               MOVE WS-RUL-SCHEDULE(WS-RUL-SUB) TO RV-SCHEDULE
               MOVE WS-RUL-NUMBER(WS-RUL-SUB) TO RV-NUMBER
               MOVE WS-RUL-DESC(WS-RUL-SUB) TO RV-DESC
               PERFORM 620-WRITE-RULE-RESULT
           END-IF.

       615-ADD-RULE-ITEM.
           MOVE WS-RUL-ITEM-PTR(WS-RUL-SUB, WS-ITEM-SUB) TO WS-LIN-SUB
           IF WS-LIN-SUB > ZERO
               IF WS-ITEM-SUB < 3
                   ADD WS-LIN-AMOUNT(WS-LIN-SUB) TO WS-LEFT-AMOUNT
               ELSE
                   ADD WS-LIN-AMOUNT(WS-LIN-SUB) TO WS-RIGHT-AMOUNT
               END-IF
           END-IF.

      *    Ecart tolere : celui de la regle (arrondis des
      *    presentations) ; aucun pour la balance generale.
       620-WRITE-RULE-RESULT.
           COMPUTE WS-DIFFERENCE = WS-LEFT-AMOUNT - WS-RIGHT-AMOUNT
           MOVE WS-DIFFERENCE TO WS-ABS-DIFFERENCE
           IF WS-ABS-DIFFERENCE < ZERO
               COMPUTE WS-ABS-DIFFERENCE = ZERO - WS-ABS-DIFFERENCE
           END-IF
           MOVE WS-LEFT-AMOUNT TO RV-LEFT-AMOUNT
           MOVE WS-RIGHT-AMOUNT TO RV-RIGHT-AMOUNT
           MOVE WS-DIFFERENCE TO RV-DIFFERENCE
           MOVE 'OK' TO RV-RESULT
           IF WS-RUL-SUB = ZERO
               IF WS-ABS-DIFFERENCE NOT = ZERO
                   MOVE 'ECHEC' TO RV-RESULT
               END-IF
           ELSE
               IF WS-ABS-DIFFERENCE > WS-RUL-TOLERANCE(WS-RUL-SUB)
                   MOVE 'ECHEC' TO RV-RESULT
               END-IF
           END-IF
           IF RV-RESULT = 'OK'
               ADD 1 TO WS-RULES-PASSED
           ELSE
               ADD 1 TO WS-RULES-FAILED
               DISPLAY 'REGLE ' RV-SCHEDULE RV-NUMBER ' EN ECHEC : '
                       RV-DESC
           END-IF
           WRITE REGULATORY-REPORT-LINE FROM WS-RPT-RULE-DETAIL.

      *----------------------------------------------------------------
      *    COMPTES SOLDES SANS AFFECTATION
      *----------------------------------------------------------------
       700-WRITE-UNMAPPED.
           MOVE SPACES TO REGULATORY-REPORT-LINE
           WRITE REGULATORY-REPORT-LINE
           WRITE REGULATORY-REPORT-LINE FROM WS-RPT-UNMAPPED-TITLE
           PERFORM 710-WRITE-ONE-UNMAPPED
               VARYING WS-UNM-SUB FROM 1 BY 1
               UNTIL WS-UNM-SUB > WS-UNM-COUNT
           IF WS-UNMAPPED-ACCOUNTS > WS-UNM-COUNT
               DISPLAY '*** ALERTE: COMPTES NON AFFECTES AU-DELA DE '
                       '500 NON LISTES ***'
           END-IF.

       710-WRITE-ONE-UNMAPPED.
           MOVE SPACES TO WS-RPT-UNMAPPED-DETAIL
           MOVE WS-UNM-GL-ACCOUNT(WS-UNM-SUB) TO RU-GL-ACCOUNT
           MOVE WS-UNM-CLOSING(WS-UNM-SUB) TO RU-CLOSING
           WRITE REGULATORY-REPORT-LINE FROM WS-RPT-UNMAPPED-DETAIL.

       900-FINALIZE.
           DISPLAY '*** FINALISATION ETAT REGLEMENTAIRE ***'

           IF WS-BAL-STATUS = '00' OR WS-BAL-STATUS = '10'
               CLOSE GL-BALANCE-FILE
           END-IF
           IF WS-RPT-STATUS = '00'
               CLOSE REGULATORY-REPORT-FILE
           END-IF

           IF RETURN-CODE = ZERO
                   AND (WS-UNMAPPED-ACCOUNTS > ZERO
                        OR WS-RULES-FAILED > ZERO
                        OR WS-ENTRIES-REJECTED > ZERO)
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY ' '
           DISPLAY '================================================'
           DISPLAY '  RAPPORT SOMMAIRE - ETAT REGLEMENTAIRE         '
           DISPLAY '================================================'
           DISPLAY 'PERIODE                : ' WS-REPORT-PERIOD-NUM
           DISPLAY 'ENTREES REGMAP LUES    : ' WS-ENTRIES-READ
           DISPLAY 'ENTREES REGMAP REJETEES: ' WS-ENTRIES-REJECTED
           DISPLAY 'COMPTES GL LUS         : ' WS-ACCOUNTS-READ
           DISPLAY 'COMPTES GL AFFECTES    : ' WS-ACCOUNTS-MAPPED
           DISPLAY 'SOLDES SANS AFFECTATION: ' WS-UNMAPPED-ACCOUNTS
           DISPLAY 'LIGNES DE TABLEAUX     : ' WS-SCHEDULE-LINES
           DISPLAY 'CONTROLES REUSSIS      : ' WS-RULES-PASSED
           DISPLAY 'CONTROLES EN ECHEC     : ' WS-RULES-FAILED
           DISPLAY '================================================'
           DISPLAY ' '

           DISPLAY '*** FIN ETAT REGLEMENTAIRE ***'.

               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BIZ-STATUS.

      *    Date d'entree en vigueur du rejet sur cle de controle du
      *    numero de compte, commune a BANKTRAN, CLRINTAKE, CARDINTK
      *    et STORDGEN. Elle n'est posee qu'une fois les comptes
      *    renumerotes d'apres CKDCONV ; d'ici la, une cle fausse est
      *    comptee et signalee sans rejeter la transaction.
           SELECT CHECK-DIGIT-PARM-FILE
               ASSIGN TO CKDPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CKP-STATUS.

      *    Verrou d'execution par generation de fichier TRANIN : une
      *    generation marquee terminee refuse de repartir sans le
      *    parametre force, et une marque "en cours" laissee par un
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.

      *    Registre des beneficiaires par compte donneur d'ordre, tenu
      *    en batch par PAYEEMNT : un virement 'TF' vers un compte
      *    absent du registre est rejete (E017), et un beneficiaire
      *    inscrit depuis moins de WS-PYE-COOLING-DAYS jours ne recoit
      *    pas plus de WS-PYE-COOLING-CAP par virement (E018).
           SELECT PAYEE-REGISTER-FILE
               ASSIGN TO PAYEEREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PYE-KEY
               FILE STATUS IS WS-PYE-STATUS.

      *    Table croisee de detention tenue par ACCTMAINT : un virement
      *    entre deux comptes d'un meme titulaire ou cotitulaire
      *    echappe au controle du registre des beneficiaires.
           SELECT OWNERSHIP-XREF-FILE
               ASSIGN TO OWNXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OX-KEY
               FILE STATUS IS WS-OWN-STATUS.

      *    Notes de risque client tenues par CUSTRISK : une derogation
      *    accordee a un client note D ou E est signalee a la revue.
           SELECT CUSTOMER-RISK-FILE
               ASSIGN TO RISKRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RR-CUST-ID
               FILE STATUS IS WS-RSK-STATUS.

      *    Compteurs de retraits des comptes d'epargne par cycle de
      *    releve (MA-STMT-CYCLE-DAY), persistants de run en run : la
      *    limite du produit (catalogue) s'apprecie sur tout le cycle,
      *    pas sur la seule nuit.
           SELECT WDL-COUNTER-FILE
               ASSIGN TO WDLCNT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WC-ACCOUNT-NUMBER
               FILE STATUS IS WS-WDC-STATUS.

      *    Comptes d'epargne en depassement trois cycles de suite :
      *    liste remise aux agences pour conversion en compte courant.
           SELECT WDL-CONVERSION-FILE
               ASSIGN TO WDLCONV
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WDV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RAW-TRANSACTION-FILE
           05  OVW-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  OVW-BREACH-KIND         PIC X(12).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  OVW-RISK-GRADE          PIC X(1).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  OVW-RISK-FLAG           PIC X(12).
           05  FILLER                  PIC X(1) VALUE SPACES.

      *    Meme disposition que RAW-TRANSACTION-RECORD ci-dessus.
       FD  MEMO-POST-FILE
           05  BIZ-NEXT-BUSINESS-DATE  PIC 9(8).
           05  FILLER                  PIC X(4).

      *    Meme disposition dans CLRINTAKE, CARDINTK et STORDGEN.
       FD  CHECK-DIGIT-PARM-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CHECK-DIGIT-PARM-RECORD.
           05  CKP-EFFECTIVE-DATE      PIC 9(8).
           05  FILLER                  PIC X(72).

      *    RAW-TRANSACTION-RECORD suivi du code d'erreur : la partie
      *    transaction se requeue telle quelle une fois corrigee.
       FD  REPAIR-FILE
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

      *    Un postage par enregistrement, en zones typees (montants
      *    COMP-3, pas les zones editees de la piste plate), cle
               88  TR-CREDIT           VALUE 'CR'.
               88  TR-TRANSFER         VALUE 'TF'.
               88  TR-INTEREST         VALUE 'IN'.
      *        Interet debiteur percu par INTPOST sur compte a
      *        decouvert : debit sans frais de decouvert ni rejet E008.
               88  TR-DEBIT-INTEREST   VALUE 'DI'.
      *        Remboursement de frais emis par FEERFND : credit
      *        distinct, pour que la restitution ne se confonde plus
      *        avec un depot.
               88  TR-FEE-REFUND       VALUE 'FR'.
               88  TR-HOLD             VALUE 'HD'.
               88  TR-REVERSAL         VALUE 'RV'.
           05  TR-AMOUNT               PIC 9(13)V99 COMP-3.
               88  AS-DEPOSIT-IN       VALUE 'D'.
               88  AS-BALANCE-OVER     VALUE 'O'.
           05  AS-THRESHOLD            PIC 9(11)V99.
      *        'S' : abonnement suspendu (client decede, ESTATEPR).
           05  AS-STATUS-CODE          PIC X(01).
               88  AS-SUSPENDED        VALUE 'S'.
           05  FILLER                  PIC X(13).

      *    Un evenement par alerte declenchee, dans le meme esprit de
      *    mise en page que LGALERT (NOTIFGEN le lit de la meme
      *    maniere) : 'LB' solde bas, 'DP' depot recu, 'BO' solde
      *    au-dela du seuil, 'XW' retrait d'epargne excedentaire.
       FD  BALANCE-ALERT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           05  BA-THRESHOLD            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(25) VALUE SPACES.

      *    Meme disposition que dans PAYEEMNT, qui tient ce fichier.
       FD  PAYEE-REGISTER-FILE
           RECORDING MODE IS F.
       01  PAYEE-REGISTER-RECORD.
           05  PYE-KEY.
               10  PYE-SOURCE-ACCOUNT  PIC 9(12).
               10  PYE-PAYEE-ACCOUNT   PIC 9(12).
           05  PYE-PAYEE-NAME          PIC X(30).
           05  PYE-REGISTERED-DATE     PIC 9(8).
           05  PYE-STATUS-CODE         PIC X(01).
               88  PYE-ACTIVE          VALUE 'A'.
               88  PYE-SUSPENDED       VALUE 'S'.
               88  PYE-DELETED         VALUE 'D'.
           05  PYE-LAST-MAINT-DATE     PIC 9(8).
           05  PYE-SUBMITTER-ID        PIC X(8).
           05  FILLER                  PIC X(11).

      *    Meme disposition que dans ACCTMAINT, qui tient ce fichier.
       FD  OWNERSHIP-XREF-FILE
           RECORDING MODE IS F.
       01  OWNERSHIP-XREF-RECORD.
           05  OX-KEY.
               10  OX-ACCOUNT-NUMBER   PIC 9(12).
               10  OX-CUST-ID          PIC 9(10).
           05  OX-ROLE                 PIC X(01).
               88  OX-PRIMARY          VALUE 'P'.
               88  OX-JOINT            VALUE 'J'.
           05  OX-LINK-DATE            PIC 9(8).
           05  FILLER                  PIC X(9).

      *    Meme disposition que chez CUSTRISK ; seule la note
      *    courante sert ici.
       FD  CUSTOMER-RISK-FILE.
       01  CUSTOMER-RISK-RECORD.
           05  RR-CUST-ID              PIC 9(10).
           05  RR-CURRENT-GRADE        PIC X(1).
           05  RR-CURRENT-SCORE        PIC 9(3).
           05  RR-RATING-DATE          PIC 9(8).
           05  FILLER                  PIC X(178).

      *    Un enregistrement par compte d'epargne : debut du cycle en
      *    cours, retraits postes dans ce cycle, et dernier cycle en
      *    depassement avec le nombre de cycles consecutifs en
      *    depassement qui y aboutit.
       FD  WDL-COUNTER-FILE
           RECORDING MODE IS F.
       01  WDL-COUNTER-RECORD.
           05  WC-ACCOUNT-NUMBER       PIC 9(12).
           05  WC-CYCLE-START          PIC 9(8).
           05  WC-WDL-COUNT            PIC 9(5) COMP-3.
           05  WC-EXCESS-COUNT         PIC 9(5) COMP-3.
           05  WC-LAST-BREACH-CYCLE    PIC 9(8).
           05  WC-CONSEC-BREACHES      PIC 9(3) COMP-3.
           05  WC-LAST-UPDATE          PIC 9(8).
           05  FILLER                  PIC X(16).

       FD  WDL-CONVERSION-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  WDL-CONVERSION-RECORD.
           05  WV-BRANCH-CODE          PIC X(6).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  WV-ACCOUNT-NUMBER       PIC 9(12).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  WV-CUST-ID              PIC 9(10).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  WV-CYCLE-START          PIC 9(8).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  WV-CONSEC-BREACHES      PIC ZZ9.
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  WV-WDL-COUNT            PIC ZZZZ9.
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  WV-WDL-LIMIT            PIC ZZ9.
           05  FILLER                  PIC X(17) VALUE SPACES.

       WORKING-STORAGE SECTION.
       COPY ERROR-CODES.
       COPY REPORT-HEADER.
           05  WS-RNC-STATUS           PIC X(02) VALUE SPACES.
           05  WS-RPF-STATUS           PIC X(02) VALUE SPACES.
           05  WS-BIZ-STATUS           PIC X(02) VALUE SPACES.
           05  WS-CKP-STATUS           PIC X(02) VALUE SPACES.
           05  WS-TDP-STATUS           PIC X(02) VALUE SPACES.
           05  WS-CKI-STATUS           PIC X(02) VALUE SPACES.
           05  WS-CKX-STATUS           PIC X(02) VALUE SPACES.
           05  WS-ASB-STATUS           PIC X(02) VALUE SPACES.
           05  WS-BAL-STATUS           PIC X(02) VALUE SPACES.
           05  WS-PYE-STATUS           PIC X(02) VALUE SPACES.
           05  WS-OWN-STATUS           PIC X(02) VALUE SPACES.
           05  WS-WDC-STATUS           PIC X(02) VALUE SPACES.
           05  WS-WDV-STATUS           PIC X(02) VALUE SPACES.
           05  WS-RSK-STATUS           PIC X(02) VALUE SPACES.

       01  WS-RESTART-FIELDS.
           05  WS-ARG-NUM              PIC 9(02) VALUE 1.
               88  TELLER-FOUND        VALUE 'Y'.
               88  TELLER-NOT-FOUND    VALUE 'N'.

      *    Cle de controle du numero de compte, verifiee par le module
      *    commun ACCTCKD pour le compte et le compte destination.
       01  WS-CHECK-DIGIT-FIELDS.
           05  WS-CKD-ACCOUNT          PIC 9(12) VALUE ZERO.
           05  WS-CKD-EXPECTED         PIC 9(01) VALUE ZERO.
           05  WS-CKD-VALID-FLAG       PIC X(01) VALUE 'N'.
               88  CKD-VALID           VALUE 'Y'.
           05  WS-CKD-REJECTS          PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-CKD-ENFORCE-FLAG     PIC X(01) VALUE 'N'.
               88  CKD-ENFORCED        VALUE 'Y'.

      *    Controle des identifiants de transaction deja traites dans
      *    le run courant, pour detecter les doublons envoyes par
      *    erreur par le systeme amont. Table de hachage a adressage
      *        Bareme annuel crediteur du produit, servi aux
      *        ajustements d'interets sur mouvements antidates.
               10  LT-ANNUAL-RATE      PIC 99V99 COMP-3.
      *        Retraits autorises par cycle de releve (zero = pas de
      *        limite) et frais de chaque retrait excedentaire.
               10  LT-WDL-LIMIT        PIC 9(3) COMP-3.
               10  LT-WDL-FEE          PIC 9(05)V99 COMP-3.

       01  WS-LARGE-TXN-FIELDS.
           05  WS-LGA-THRESH-FOUND     PIC X(01) VALUE 'N'.
           05  WS-TD-PEN-NEW-BALANCE   PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TD-PENALTIES-POSTED  PIC 9(7) COMP-3 VALUE ZERO.

      *    Note de risque du titulaire portee sur la revue des
      *    derogations.
       01  WS-RISK-RATING-FIELDS.
           05  WS-RSK-OPEN-FLAG        PIC X(01) VALUE 'N'.
               88  RISK-RATING-OPEN    VALUE 'Y'.
           05  WS-HIGH-RISK-OVERRIDES  PIC 9(7) COMP-3 VALUE ZERO.

      *    Controle des beneficiaires de virement : periode de
      *    carence apres inscription et plafond unitaire applique
      *    pendant cette periode. Les titulaires du compte donneur
      *    d'ordre (MA-CUST-ID et liens OWNXREF) sont retenus dans
      *    WS-PYE-OWNER pour reconnaitre un virement entre comptes
      *    d'un meme client.
       01  WS-PAYEE-FIELDS.
           05  WS-PYE-OPEN-FLAG        PIC X(01) VALUE 'N'.
               88  PAYEE-REGISTER-OPEN VALUE 'Y'.
           05  WS-OWN-OPEN-FLAG        PIC X(01) VALUE 'N'.
               88  OWNERSHIP-XREF-OPEN VALUE 'Y'.
           05  WS-PYE-COOLING-DAYS     PIC 9(03) VALUE 005.
           05  WS-PYE-COOLING-CAP      PIC 9(11)V99 VALUE 1000.00.
           05  WS-PYE-FOUND-FLAG       PIC X(01) VALUE 'N'.
               88  PAYEE-REGISTERED    VALUE 'Y'.
           05  WS-PYE-EXEMPT-FLAG      PIC X(01) VALUE 'N'.
               88  PAYEE-EXEMPT        VALUE 'Y'.
           05  WS-PYE-AGE-DAYS         PIC S9(7) COMP-3 VALUE ZERO.
           05  WS-PYE-DEST-CUST-ID     PIC 9(10) VALUE ZERO.
           05  WS-PYE-DEST-FOUND-FLAG  PIC X(01) VALUE 'N'.
               88  PAYEE-DEST-KNOWN    VALUE 'Y'.
           05  WS-PYE-OX-EOF-FLAG      PIC X(01) VALUE 'N'.
               88  PAYEE-OX-EOF        VALUE 'Y'.
           05  WS-PYE-OWNER-COUNT      PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-PYE-OWNER OCCURS 20 TIMES
                   INDEXED BY WS-PYE-OWN-IDX
                   PIC 9(10).
           05  WS-PYE-UNREGISTERED     PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-PYE-COOLING-REJECTS  PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-PYE-EXEMPTED         PIC 9(7) COMP-3 VALUE ZERO.

      *    Limite de retraits des comptes d'epargne : le cycle de
      *    releve court du jour MA-STMT-CYCLE-DAY (00 = le 1er) d'un
      *    mois a la veille du meme jour le mois suivant. Chaque
      *    retrait au-dela de la limite du produit paie un frais 'XW'
      *    et donne un evenement 'XW' a NOTIFGEN ; trois cycles de
      *    suite en depassement inscrivent le compte sur la liste de
      *    conversion (WDLCONV).
       01  WS-WDL-FIELDS.
           05  WS-WDC-OPEN-FLAG        PIC X(01) VALUE 'N'.
               88  WDL-COUNTERS-OPEN   VALUE 'Y'.
           05  WS-BAL-OPEN-FLAG        PIC X(01) VALUE 'N'.
               88  BALANCE-ALERT-OPEN  VALUE 'Y'.
           05  WS-WDL-CONVERSION-CYCLES PIC 9(3) VALUE 003.
           05  WS-WDL-LIMIT            PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-WDL-FEE              PIC 9(05)V99 COMP-3 VALUE ZERO.
           05  WS-WDL-FEE-DUE          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-WDL-OLD-BALANCE      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-WDL-NEW-BALANCE      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-WDL-CYCLE-DAY        PIC 9(2) VALUE ZERO.
           05  WS-WDL-CYCLE-START      PIC 9(8) VALUE ZERO.
           05  WS-WDL-CYCLE-PARTS REDEFINES WS-WDL-CYCLE-START.
               10  WS-WDL-CYCLE-YYYY   PIC 9(4).
               10  WS-WDL-CYCLE-MM     PIC 9(2).
               10  WS-WDL-CYCLE-DD     PIC 9(2).
           05  WS-WDL-PRIOR-CYCLE      PIC 9(8) VALUE ZERO.
           05  WS-WDL-PRIOR-PARTS REDEFINES WS-WDL-PRIOR-CYCLE.
               10  WS-WDL-PRIOR-YYYY   PIC 9(4).
               10  WS-WDL-PRIOR-MM     PIC 9(2).
               10  WS-WDL-PRIOR-DD     PIC 9(2).
           05  WS-WDL-TRAN-DATE        PIC 9(8) VALUE ZERO.
           05  WS-WDL-TRAN-PARTS REDEFINES WS-WDL-TRAN-DATE.
               10  WS-WDL-TRAN-YYYY    PIC 9(4).
               10  WS-WDL-TRAN-MM      PIC 9(2).
               10  WS-WDL-TRAN-DD      PIC 9(2).
           05  WS-WDL-FOUND-FLAG       PIC X(01) VALUE 'N'.
               88  WDL-COUNTER-FOUND   VALUE 'Y'.
           05  WS-WDL-EXCESS-POSTED    PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-WDL-NOTICES-SENT     PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-WDL-CONVERSIONS      PIC 9(7) COMP-3 VALUE ZERO.

       01  WS-ERROR-MESSAGE.
           05  WS-ERR-TRAN-ID          PIC X(16).
           05  FILLER                  PIC X(03) VALUE ' | '.

           PERFORM 134-LOAD-ALERT-SUBSCRIPTIONS

      *    Registre des beneficiaires : fichier optionnel ; absent,
      *    les virements partent sans controle de beneficiaire comme
      *    avant (signale). La table de detention l'est aussi : sans
      *    elle, seul MA-CUST-ID rapproche les deux comptes.
           OPEN INPUT PAYEE-REGISTER-FILE
           IF WS-PYE-STATUS = '00'
               MOVE 'Y' TO WS-PYE-OPEN-FLAG
               OPEN INPUT OWNERSHIP-XREF-FILE
               IF WS-OWN-STATUS = '00'
                   MOVE 'Y' TO WS-OWN-OPEN-FLAG
               ELSE
                   DISPLAY 'TABLE DE DETENTION ABSENTE - EXEMPTION '
                           'BENEFICIAIRE SUR MA-CUST-ID SEUL'
               END-IF
           ELSE
               DISPLAY 'REGISTRE DES BENEFICIAIRES ABSENT - AUCUN '
                       'CONTROLE DES VIREMENTS'
           END-IF

      *    Notes de risque : optionnelles ; absentes, la revue des
      *    derogations sort sans note comme avant.
           OPEN INPUT CUSTOMER-RISK-FILE
           IF WS-RSK-STATUS = '00'
               MOVE 'Y' TO WS-RSK-OPEN-FLAG
           ELSE
               DISPLAY 'NOTES DE RISQUE ABSENTES - REVUE DES '
                       'DEROGATIONS SANS NOTE'
           END-IF

      *    Compteurs de retraits d'epargne : persistants, crees au
      *    tout premier passage. Indisponibles, la limite de retraits
      *    n'est pas appliquee cette nuit (signale). Les avis de
      *    depassement passent par BALALERT, ouvert ici s'il ne l'a
      *    pas ete pour les abonnements d'alerte.
           OPEN I-O WDL-COUNTER-FILE
           IF WS-WDC-STATUS = '35'
               OPEN OUTPUT WDL-COUNTER-FILE
               CLOSE WDL-COUNTER-FILE
               OPEN I-O WDL-COUNTER-FILE
           END-IF
           IF WS-WDC-STATUS = '00'
               MOVE 'Y' TO WS-WDC-OPEN-FLAG
               OPEN OUTPUT WDL-CONVERSION-FILE
               IF NOT BALANCE-ALERT-OPEN
                   OPEN OUTPUT BALANCE-ALERT-FILE
                   MOVE 'Y' TO WS-BAL-OPEN-FLAG
               END-IF
           ELSE
               DISPLAY 'COMPTEURS DE RETRAITS EPARGNE INDISPONIBLES ('
                       WS-WDC-STATUS ') - LIMITE NON APPLIQUEE'
           END-IF

      *    Registre des cheques emis : fichier optionnel ; absent,
      *    aucun controle positive pay sur serie (signale).
           OPEN I-O CHECK-ISSUE-FILE
      *    sert plus qu'aux mesures de duree et aux horodatages
      *    techniques.
           PERFORM 133-READ-BUSINESS-DATE
           PERFORM 143-READ-CHECK-DIGIT-PARM

      *    Les alveoles de la table de doublons doivent etre a blanc
      *    avant tout sondage : une alveole non blanche est tenue pour
           IF WS-ASB-COUNT > 0
               PERFORM 138-SORT-SUBSCRIPTIONS
               OPEN OUTPUT BALANCE-ALERT-FILE
               MOVE 'Y' TO WS-BAL-OPEN-FLAG
               DISPLAY 'ABONNEMENTS ALERTE CHARGES: ' WS-ASB-COUNT
           END-IF.

                   AT END
                       MOVE 'Y' TO WS-ASB-EOF-FLAG
                   NOT AT END
                       PERFORM 135A-KEEP-SUBSCRIPTION
               END-READ
           END-IF.

      *    Un abonnement suspendu reste dans le fichier (reprise
      *    possible par le gestionnaire) mais ne declenche plus rien.
       135A-KEEP-SUBSCRIPTION.
           IF AS-SUSPENDED
               CONTINUE
           ELSE
               IF WS-ASB-COUNT < 5000
                   ADD 1 TO WS-ASB-COUNT
                   MOVE AS-ACCOUNT-NUMBER
                       TO WS-ASB-ACCOUNT(WS-ASB-COUNT)
                   MOVE AS-ALERT-TYPE
                       TO WS-ASB-TYPE(WS-ASB-COUNT)
                   MOVE AS-THRESHOLD
                       TO WS-ASB-THRESHOLD(WS-ASB-COUNT)
               ELSE
                   DISPLAY '*** ALERTE: TABLE DES '
                       'ABONNEMENTS SATUREE ***'
                   MOVE 'Y' TO WS-ASB-EOF-FLAG
               END-IF
           END-IF.

       133-READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BIZ-STATUS = '00'
               CLOSE BUSINESS-DATE-FILE
           END-IF.

      *    Rejet E019/E020 en vigueur des que la date metier atteint
      *    la date de CKDPARM. Fichier absent, date a zero ou non
      *    encore atteinte : cles fausses comptees, sans rejet.
       143-READ-CHECK-DIGIT-PARM.
           MOVE 'N' TO WS-CKD-ENFORCE-FLAG
           OPEN INPUT CHECK-DIGIT-PARM-FILE
           IF WS-CKP-STATUS = '00'
               READ CHECK-DIGIT-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CKP-EFFECTIVE-DATE NUMERIC
                               AND CKP-EFFECTIVE-DATE > ZERO
                               AND CKP-EFFECTIVE-DATE
                                   NOT > WS-CURRENT-DATE
                           MOVE 'Y' TO WS-CKD-ENFORCE-FLAG
                       END-IF
               END-READ
               CLOSE CHECK-DIGIT-PARM-FILE
           END-IF

           IF CKD-ENFORCED
               DISPLAY 'CLE DE CONTROLE COMPTE: REJET (E019/E020)'
           ELSE
               DISPLAY 'CLE DE CONTROLE COMPTE: SIGNALEE SANS REJET'
           END-IF.

       104-INIT-ACCTTYPE-TABLE.
           MOVE 'CK' TO WS-AT-CODE(1)
           MOVE 'SV' TO WS-AT-CODE(2)
           MOVE 0.25 TO LT-ANNUAL-RATE(1)
           MOVE 2.50 TO LT-ANNUAL-RATE(2)
           MOVE 4.00 TO LT-ANNUAL-RATE(3)
           MOVE ZERO TO LT-WDL-LIMIT(1)
                        LT-WDL-LIMIT(3)
                        LT-WDL-FEE(1)
                        LT-WDL-FEE(3)
           MOVE 6 TO LT-WDL-LIMIT(2)
           MOVE 10.00 TO LT-WDL-FEE(2)
           PERFORM 126-LOAD-PRODUCT-CATALOG.

      *    Catalogue produits partage avec INTPOST et ACCTSWEEP :
                       MOVE PC-OD-FEE-3 TO LT-OD-FEE(LT-IDX, 3)
                       MOVE 'Y' TO LT-OD-PLAN-FLAG(LT-IDX)
                       MOVE PC-ANNUAL-RATE TO LT-ANNUAL-RATE(LT-IDX)
                       MOVE PC-WDL-LIMIT TO LT-WDL-LIMIT(LT-IDX)
                       MOVE PC-WDL-EXCESS-FEE TO LT-WDL-FEE(LT-IDX)
                   END-IF
           END-READ.

               NOT AT END
                   IF PAU-ACCOUNT NUMERIC
                           AND (PAU-TYPE = 'DB' OR PAU-TYPE = 'CR'
                               OR PAU-TYPE = 'IN' OR PAU-TYPE = 'FR')
                       IF WS-PRA-COUNT < 100000
                           ADD 1 TO WS-PRA-COUNT
                           MOVE PAU-TRAN-ID
               MOVE ERR-BNK-E001-DESC TO WS-ERR-DESCRIPTION
           END-IF

      *    Cle de controle du compte (E019) et, pour un virement, du
      *    compte destination (E020) : la cle est la regle de place,
      *    un compte chez un confrere la porte aussi. Un numero mal
      *    saisi ne tombe plus sur le compte d'un autre client. Avant
      *    la date de CKDPARM, la cle fausse est seulement comptee.
           IF TR-ACCOUNT-NUMBER NOT = ZERO
               MOVE TR-ACCOUNT-NUMBER TO WS-CKD-ACCOUNT
               PERFORM 210A-CHECK-ACCOUNT-DIGIT
               IF NOT CKD-VALID AND CKD-ENFORCED
                   MOVE 'N' TO WS-VALID-TRANSACTION
                   MOVE ERR-BNK-E019-CODE TO WS-ERR-CODE
                   MOVE ERR-BNK-E019-DESC TO WS-ERR-DESCRIPTION
               END-IF
           END-IF

           IF TR-TRANSFER AND TR-DEST-ACCOUNT NOT = ZERO
               MOVE TR-DEST-ACCOUNT TO WS-CKD-ACCOUNT
               PERFORM 210A-CHECK-ACCOUNT-DIGIT
               IF NOT CKD-VALID AND CKD-ENFORCED
                   MOVE 'N' TO WS-VALID-TRANSACTION
                   MOVE ERR-BNK-E020-CODE TO WS-ERR-CODE
                   MOVE ERR-BNK-E020-DESC TO WS-ERR-DESCRIPTION
               END-IF
           END-IF

      *    Validation du type de transaction
           IF NOT (TR-DEBIT OR TR-CREDIT OR TR-TRANSFER OR TR-INTEREST
                   OR TR-DEBIT-INTEREST OR TR-FEE-REFUND
                   OR TR-HOLD OR TR-REVERSAL)
               MOVE 'N' TO WS-VALID-TRANSACTION
               MOVE ERR-BNK-E002-CODE TO WS-ERR-CODE
      *    confronte aux oppositions actives du compte.
           IF VALID-TRANS AND TR-DEBIT AND WS-SPT-COUNT > 0
               PERFORM 216-CHECK-STOP-PAYMENT
           END-IF

      *    Beneficiaire d'un virement : inscrit au registre du compte
      *    donneur d'ordre, et hors periode de carence au-dela du
      *    plafond reduit.
           IF VALID-TRANS AND TR-TRANSFER AND PAYEE-REGISTER-OPEN
               PERFORM 217-CHECK-REGISTERED-PAYEE
           END-IF.

       210A-CHECK-ACCOUNT-DIGIT.
           CALL 'ACCTCKD' USING WS-CKD-ACCOUNT
                                WS-CKD-EXPECTED
                                WS-CKD-VALID-FLAG
           IF NOT CKD-VALID
               ADD 1 TO WS-CKD-REJECTS
           END-IF.

      *    Un beneficiaire actif et inscrit depuis plus de
      *    WS-PYE-COOLING-DAYS jours passe sans autre lecture. Sinon le
      *    virement n'est admis qu'entre comptes d'un meme client
      *    (MA-CUST-ID ou lien OWNXREF commun aux deux comptes). La
      *    zone MASTER-ACCOUNT-RECORD est relue ici pour les deux
      *    comptes : 221-READ-ACCOUNT la recharge ensuite pour le
      *    postage.
       217-CHECK-REGISTERED-PAYEE.
           MOVE 'N' TO WS-PYE-FOUND-FLAG
           MOVE 'N' TO WS-PYE-EXEMPT-FLAG
           MOVE TR-ACCOUNT-NUMBER TO PYE-SOURCE-ACCOUNT
           MOVE TR-DEST-ACCOUNT TO PYE-PAYEE-ACCOUNT
           READ PAYEE-REGISTER-FILE
               KEY IS PYE-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PYE-ACTIVE
                       MOVE 'Y' TO WS-PYE-FOUND-FLAG
                       MOVE WS-CURRENT-DATE TO WS-RUN-DATE-NUM
                       COMPUTE WS-PYE-AGE-DAYS =
                           FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                         - FUNCTION INTEGER-OF-DATE(PYE-REGISTERED-DATE)
                   END-IF
           END-READ

           IF NOT PAYEE-REGISTERED
                   OR (WS-PYE-AGE-DAYS < WS-PYE-COOLING-DAYS
                       AND TR-AMOUNT > WS-PYE-COOLING-CAP)
               PERFORM 217A-CHECK-SAME-OWNER
               IF PAYEE-EXEMPT
                   ADD 1 TO WS-PYE-EXEMPTED
               ELSE
                   MOVE 'N' TO WS-VALID-TRANSACTION
                   IF PAYEE-REGISTERED
                       MOVE ERR-BNK-E018-CODE TO WS-ERR-CODE
                       MOVE ERR-BNK-E018-DESC TO WS-ERR-DESCRIPTION
                       ADD 1 TO WS-PYE-COOLING-REJECTS
                   ELSE
                       MOVE ERR-BNK-E017-CODE TO WS-ERR-CODE
                       MOVE ERR-BNK-E017-DESC TO WS-ERR-DESCRIPTION
                       ADD 1 TO WS-PYE-UNREGISTERED
                   END-IF
               END-IF
           END-IF.

      *    Titulaires du compte donneur d'ordre, puis recherche de l'un
      *    d'eux parmi les titulaires du compte destination. Un
      *    compte destination inconnu (beneficiaire chez un confrere)
      *    n'est jamais exempte ; un donneur d'ordre inconnu non plus,
      *    221-READ-ACCOUNT le rejettera E005.
       217A-CHECK-SAME-OWNER.
           MOVE ZERO TO WS-PYE-OWNER-COUNT
           MOVE 'N' TO WS-PYE-DEST-FOUND-FLAG
           MOVE TR-DEST-ACCOUNT TO MA-ACCOUNT-NUMBER
           READ MASTER-ACCOUNT-FILE
               KEY IS MA-ACCOUNT-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PYE-DEST-FOUND-FLAG
                   MOVE MA-CUST-ID TO WS-PYE-DEST-CUST-ID
           END-READ

           IF PAYEE-DEST-KNOWN
               MOVE TR-ACCOUNT-NUMBER TO MA-ACCOUNT-NUMBER
               READ MASTER-ACCOUNT-FILE
                   KEY IS MA-ACCOUNT-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WS-PYE-OWNER-COUNT
                       MOVE MA-CUST-ID TO WS-PYE-OWNER(1)
               END-READ
           END-IF

           IF WS-PYE-OWNER-COUNT > 0 AND OWNERSHIP-XREF-OPEN
               MOVE 'N' TO WS-PYE-OX-EOF-FLAG
               MOVE TR-ACCOUNT-NUMBER TO OX-ACCOUNT-NUMBER
               MOVE ZERO TO OX-CUST-ID
               START OWNERSHIP-XREF-FILE
                   KEY IS GREATER THAN OR EQUAL OX-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-PYE-OX-EOF-FLAG
               END-START
               PERFORM 217B-LOAD-SOURCE-OWNER
                   UNTIL PAYEE-OX-EOF
           END-IF

           PERFORM 217C-MATCH-DEST-OWNER
               VARYING WS-PYE-OWN-IDX FROM 1 BY 1
               UNTIL WS-PYE-OWN-IDX > WS-PYE-OWNER-COUNT
                   OR PAYEE-EXEMPT.

       217B-LOAD-SOURCE-OWNER.
           READ OWNERSHIP-XREF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PYE-OX-EOF-FLAG
               NOT AT END
                   IF OX-ACCOUNT-NUMBER NOT = TR-ACCOUNT-NUMBER
                           OR WS-PYE-OWNER-COUNT >= 20
                       MOVE 'Y' TO WS-PYE-OX-EOF-FLAG
                   ELSE
                       IF OX-CUST-ID NOT = WS-PYE-OWNER(1)
                           ADD 1 TO WS-PYE-OWNER-COUNT
                           MOVE OX-CUST-ID
                               TO WS-PYE-OWNER(WS-PYE-OWNER-COUNT)
                       END-IF
                   END-IF
           END-READ.

       217C-MATCH-DEST-OWNER.
           IF WS-PYE-OWNER(WS-PYE-OWN-IDX) = WS-PYE-DEST-CUST-ID
               MOVE 'Y' TO WS-PYE-EXEMPT-FLAG
           ELSE
               IF OWNERSHIP-XREF-OPEN
                   MOVE TR-DEST-ACCOUNT TO OX-ACCOUNT-NUMBER
                   MOVE WS-PYE-OWNER(WS-PYE-OWN-IDX) TO OX-CUST-ID
                   READ OWNERSHIP-XREF-FILE
                       KEY IS OX-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-PYE-EXEMPT-FLAG
                   END-READ
               END-IF
           END-IF.

       215-CHECK-BACKDATE.
           MOVE WS-OVT-SUPERVISOR(WS-OVT-IDX) TO OVW-SUPERVISOR-ID
           MOVE TR-AMOUNT TO OVW-AMOUNT
           MOVE WS-AUTH-BREACH-KIND TO OVW-BREACH-KIND
           PERFORM 214A-LOOK-UP-RISK-GRADE

           WRITE OVERRIDE-REVIEW-RECORD
           ADD 1 TO WS-OVERRIDES-USED.

      *    Note du titulaire du compte debite : le compte est lu ici
      *    en direct (comme en 217A) et relu par 221-READ-ACCOUNT au
      *    traitement de la transaction.
       214A-LOOK-UP-RISK-GRADE.
           MOVE SPACES TO OVW-RISK-GRADE
                          OVW-RISK-FLAG
           IF RISK-RATING-OPEN
               MOVE TR-ACCOUNT-NUMBER TO MA-ACCOUNT-NUMBER
               READ MASTER-ACCOUNT-FILE
                   KEY IS MA-ACCOUNT-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MA-CUST-ID TO RR-CUST-ID
                       READ CUSTOMER-RISK-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE RR-CURRENT-GRADE
                                   TO OVW-RISK-GRADE
                       END-READ
               END-READ
           END-IF

           IF OVW-RISK-GRADE = 'D' OR OVW-RISK-GRADE = 'E'
               MOVE 'RISQUE ELEVE' TO OVW-RISK-FLAG
               ADD 1 TO WS-HIGH-RISK-OVERRIDES
           END-IF.

      *    Un debit correspond a une opposition si compte identique,
      *    date de transaction dans la fenetre d'effet, montant dans la
      *    fourchette (borne haute zero = montant exact, les deux
               PERFORM 230-LOG-ERROR
           END-IF

           PERFORM 236-CHECK-CUSTOMER-STATUS

      *    Seule exception au gel : les debits de retour des
      *    prestations versees apres deces, emis par ESTATEPR sur les
      *    comptes qu'il vient lui-meme de geler. Titulaire decede
      *    ('D') et reference ESTATEPR exigees en plus du guichet.
           IF MA-FROZEN
                   AND NOT (TR-DEBIT AND TR-TELLER-ID = 'DECEDENT'
                            AND TR-REFERENCE = 'RETOUR PRESTATION'
                            AND CUST-RECORD-FOUND
                            AND CUST-STATUS = 'D')
               MOVE 'N' TO WS-PROCESS-OK
               MOVE ERR-BNK-E007-CODE TO WS-ERR-CODE
               MOVE ERR-BNK-E007-DESC TO WS-ERR-DESCRIPTION
               PERFORM 230-LOG-ERROR
           END-IF.

      *    Consulte CUST-STATUS (CUSTOMER-RECORD, partagé avec VSAM-
      *    CUSTOMER-PROCESSOR via MA-CUST-ID) : un client suspendu voit
                   ADD WS-CONVERTED-AMOUNT TO MA-CURRENT-BALANCE
               WHEN TR-INTEREST
                   ADD WS-CONVERTED-AMOUNT TO MA-CURRENT-BALANCE
               WHEN TR-DEBIT-INTEREST
                   SUBTRACT WS-CONVERTED-AMOUNT FROM MA-CURRENT-BALANCE
               WHEN TR-FEE-REFUND
                   ADD WS-CONVERTED-AMOUNT TO MA-CURRENT-BALANCE
               WHEN TR-TRANSFER
                   SUBTRACT WS-CONVERTED-AMOUNT FROM MA-CURRENT-BALANCE
           END-EVALUATE
      *    plafond sont désormais appliquées ici, au moment du postage,
      *    plutôt que la seconde ne soit constatée qu'après coup lors
      *    du prochain passage de VSAM-CUSTOMER-PROCESSOR.
      *    L'interet debiteur remunere un decouvert deja consenti :
      *    il se poste meme au-dela de la limite, sinon le compte le
      *    plus en defaut serait le seul a ne jamais le payer.
           EVALUATE TRUE
               WHEN MA-CURRENT-BALANCE < (MA-OVERDRAFT-LIMIT * -1)
                       AND NOT TR-DEBIT-INTEREST
                   MOVE ERR-BNK-E008-CODE TO WS-ERR-CODE
                   MOVE ERR-BNK-E008-DESC TO WS-ERR-DESCRIPTION
                   PERFORM 230-LOG-ERROR
                           AND TD-TERMS-AVAILABLE
                       PERFORM 271-ASSESS-EARLY-WITHDRAWAL
                   END-IF
      *            Retrait d'epargne : compte dans le cycle de releve,
      *            frais 'XW' au-dela de la limite du produit.
                   MOVE ZERO TO WS-WDL-FEE-DUE
                   IF (TR-DEBIT OR TR-TRANSFER) AND MA-SAVINGS
                           AND WDL-COUNTERS-OPEN
                       PERFORM 284-COUNT-SAVINGS-WITHDRAWAL
                   END-IF
      *            Le disponible suit le solde courant, diminue des
      *            oppositions actives du compte, pour toute ecriture
      *            rejouee (et plus seulement les interets).
      *            transactionnel, puisque c'est ce montant qui a
      *            effectivement bougé MA-CURRENT-BALANCE ci-dessus.
                   EVALUATE TRUE
                       WHEN TR-DEBIT OR TR-TRANSFER OR TR-DEBIT-INTEREST
                           ADD WS-CONVERTED-AMOUNT TO WS-TOTAL-DEBITS
                       WHEN TR-CREDIT OR TR-INTEREST OR TR-FEE-REFUND
                           ADD WS-CONVERTED-AMOUNT TO WS-TOTAL-CREDITS
                   END-EVALUATE

                   IF WS-TD-PENALTY-DUE > ZERO
                       ADD WS-TD-PENALTY-DUE TO WS-TOTAL-DEBITS
                   END-IF
      *            Idem pour le frais de retrait excedentaire.
                   IF WS-WDL-FEE-DUE > ZERO
                       ADD WS-WDL-FEE-DUE TO WS-TOTAL-DEBITS
                   END-IF
           END-EVALUATE.

       224-WRITE-AUDIT-TRAIL.
           WRITE AUDIT-TRAIL-RECORD FROM WS-AUDIT-RECORD
           PERFORM 263-WRITE-HISTORY-RECORD.

      *    Retrait d'epargne poste : compte dans le cycle de releve du
      *    compte. Un produit sans limite au catalogue (zero) n'est
      *    pas compte. Le compteur repart a zero a chaque nouveau
      *    cycle ; un mouvement antidate d'un cycle deja clos est
      *    compte dans le cycle en cours.
       284-COUNT-SAVINGS-WITHDRAWAL.
           MOVE ZERO TO WS-WDL-LIMIT
                        WS-WDL-FEE
           SET LT-IDX TO 1
           SEARCH LT-ENTRY
               AT END
                   CONTINUE
               WHEN LT-ACCOUNT-TYPE(LT-IDX) = MA-ACCOUNT-TYPE
                   MOVE LT-WDL-LIMIT(LT-IDX) TO WS-WDL-LIMIT
                   MOVE LT-WDL-FEE(LT-IDX) TO WS-WDL-FEE
           END-SEARCH

           IF WS-WDL-LIMIT > ZERO
               PERFORM 284A-DERIVE-CYCLE-START
               MOVE 'N' TO WS-WDL-FOUND-FLAG
               MOVE MA-ACCOUNT-NUMBER TO WC-ACCOUNT-NUMBER
               READ WDL-COUNTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-WDL-FOUND-FLAG
               END-READ

               IF NOT WDL-COUNTER-FOUND
                   MOVE MA-ACCOUNT-NUMBER TO WC-ACCOUNT-NUMBER
                   MOVE WS-WDL-CYCLE-START TO WC-CYCLE-START
                   MOVE ZERO TO WC-WDL-COUNT
                                WC-EXCESS-COUNT
                                WC-LAST-BREACH-CYCLE
                                WC-CONSEC-BREACHES
               END-IF
               IF WC-CYCLE-START < WS-WDL-CYCLE-START
                   MOVE WS-WDL-CYCLE-START TO WC-CYCLE-START
                   MOVE ZERO TO WC-WDL-COUNT
                                WC-EXCESS-COUNT
               END-IF

               ADD 1 TO WC-WDL-COUNT
               IF WC-WDL-COUNT > WS-WDL-LIMIT
                   PERFORM 286-ASSESS-EXCESS-WITHDRAWAL
               END-IF

               MOVE WS-CURRENT-DATE TO WC-LAST-UPDATE
               IF WDL-COUNTER-FOUND
                   REWRITE WDL-COUNTER-RECORD
                       INVALID KEY
                           DISPLAY 'ERREUR REWRITE COMPTEUR RETRAITS: '
                                   WC-ACCOUNT-NUMBER
                   END-REWRITE
               ELSE
                   WRITE WDL-COUNTER-RECORD
                       INVALID KEY
                           DISPLAY 'ERREUR ECRITURE COMPTEUR RETRAITS: '
                                   WC-ACCOUNT-NUMBER
                   END-WRITE
               END-IF
           END-IF.

      *    Debut du cycle contenant la date de valeur : le jour de
      *    cycle du mois de la date, ou du mois precedent si la date
      *    lui est anterieure. Le jour de cycle va de 01 a 28, le
      *    calcul reste donc valable dans tous les mois. Le cycle
      *    precedent commence le meme jour un mois plus tot.
       284A-DERIVE-CYCLE-START.
           MOVE MA-STMT-CYCLE-DAY TO WS-WDL-CYCLE-DAY
           IF WS-WDL-CYCLE-DAY = ZERO OR WS-WDL-CYCLE-DAY > 28
               MOVE 1 TO WS-WDL-CYCLE-DAY
           END-IF

           MOVE TR-TRANSACTION-DATE TO WS-WDL-TRAN-DATE
           MOVE WS-WDL-TRAN-YYYY TO WS-WDL-CYCLE-YYYY
           MOVE WS-WDL-TRAN-MM TO WS-WDL-CYCLE-MM
           MOVE WS-WDL-CYCLE-DAY TO WS-WDL-CYCLE-DD
           IF WS-WDL-TRAN-DD < WS-WDL-CYCLE-DAY
               IF WS-WDL-CYCLE-MM = 1
                   MOVE 12 TO WS-WDL-CYCLE-MM
                   SUBTRACT 1 FROM WS-WDL-CYCLE-YYYY
               ELSE
                   SUBTRACT 1 FROM WS-WDL-CYCLE-MM
               END-IF
           END-IF

           MOVE WS-WDL-CYCLE-START TO WS-WDL-PRIOR-CYCLE
           IF WS-WDL-PRIOR-MM = 1
               MOVE 12 TO WS-WDL-PRIOR-MM
               SUBTRACT 1 FROM WS-WDL-PRIOR-YYYY
           ELSE
               SUBTRACT 1 FROM WS-WDL-PRIOR-MM
           END-IF.

      *    Retrait au-dela de la limite : frais du produit poste en
      *    debit distinct 'XW' (meme principe que 'OF' et 'EP') et
      *    avis au client. Le premier depassement d'un cycle prolonge
      *    la serie de cycles consecutifs en depassement si le cycle
      *    precedent l'etait aussi, sinon en ouvre une nouvelle.
       286-ASSESS-EXCESS-WITHDRAWAL.
           ADD 1 TO WC-EXCESS-COUNT
           IF WC-EXCESS-COUNT = 1
               IF WC-LAST-BREACH-CYCLE = WS-WDL-PRIOR-CYCLE
                   ADD 1 TO WC-CONSEC-BREACHES
               ELSE
                   MOVE 1 TO WC-CONSEC-BREACHES
               END-IF
               MOVE WS-WDL-CYCLE-START TO WC-LAST-BREACH-CYCLE
               IF WC-CONSEC-BREACHES >= WS-WDL-CONVERSION-CYCLES
                   PERFORM 289-WRITE-CONVERSION-CANDIDATE
               END-IF
           END-IF

           IF WS-WDL-FEE > ZERO
               MOVE WS-WDL-FEE TO WS-WDL-FEE-DUE
               MOVE MA-CURRENT-BALANCE TO WS-WDL-OLD-BALANCE
               SUBTRACT WS-WDL-FEE-DUE FROM MA-CURRENT-BALANCE
               MOVE MA-CURRENT-BALANCE TO WS-WDL-NEW-BALANCE
               PERFORM 287-WRITE-EXCESS-WDL-AUDIT
               ADD 1 TO WS-WDL-EXCESS-POSTED
           END-IF

           PERFORM 288-WRITE-EXCESS-WDL-NOTICE.

      *    Frais poste comme un debit distinct type 'XW', sur le
      *    modele du frais de decouvert 239-WRITE-OD-FEE-AUDIT.
       287-WRITE-EXCESS-WDL-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-AUD-TIMESTAMP
           MOVE TR-TRANSACTION-ID TO WS-AUD-TRAN-ID
           MOVE TR-ACCOUNT-NUMBER TO WS-AUD-ACCOUNT
           MOVE 'XW' TO WS-AUD-TYPE
           MOVE WS-WDL-FEE-DUE TO WS-AUD-AMOUNT
           MOVE WS-WDL-OLD-BALANCE TO WS-AUD-OLD-BAL
           MOVE WS-WDL-NEW-BALANCE TO WS-AUD-NEW-BAL
           MOVE SPACES TO WS-AUD-ORIG-ID
           MOVE SPACES TO WS-AUD-ORIG-TYPE
           MOVE 'P' TO WS-AUD-POSTED-FLAG
           IF TRANS-BACKDATED
               MOVE 'B' TO WS-AUD-BACKDATE-FLAG
           ELSE
               MOVE SPACE TO WS-AUD-BACKDATE-FLAG
           END-IF

           WRITE AUDIT-TRAIL-RECORD FROM WS-AUDIT-RECORD
           PERFORM 263-WRITE-HISTORY-RECORD.

      *    Evenement 'XW' pour NOTIFGEN, a chaque retrait excedentaire
      *    (NOTIFGEN n'envoie qu'une lettre par compte et par nuit) :
      *    montant du frais preleve, et limite du produit en zone
      *    seuil.
       288-WRITE-EXCESS-WDL-NOTICE.
           MOVE TR-ACCOUNT-NUMBER TO BA-ACCOUNT-NUMBER
           MOVE 'XW' TO BA-EVENT-CODE
           MOVE WS-WDL-FEE-DUE TO BA-AMOUNT
           MOVE WS-WDL-LIMIT TO BA-THRESHOLD

           WRITE BALANCE-ALERT-RECORD
           ADD 1 TO WS-WDL-NOTICES-SENT.

       289-WRITE-CONVERSION-CANDIDATE.
           MOVE MA-BRANCH-CODE TO WV-BRANCH-CODE
           MOVE MA-ACCOUNT-NUMBER TO WV-ACCOUNT-NUMBER
           MOVE MA-CUST-ID TO WV-CUST-ID
           MOVE WC-CYCLE-START TO WV-CYCLE-START
           MOVE WC-CONSEC-BREACHES TO WV-CONSEC-BREACHES
           MOVE WC-WDL-COUNT TO WV-WDL-COUNT
           MOVE WS-WDL-LIMIT TO WV-WDL-LIMIT

           WRITE WDL-CONVERSION-RECORD
           ADD 1 TO WS-WDL-CONVERSIONS.

      *    Protection decouvert : le balayage vise d'abord a RAMENER
      *    LE SOLDE A ZERO (le client qui a l'argent en epargne ne
      *    doit pas rester a decouvert), et a defaut - plafond

           EVALUATE TRUE
               WHEN TR-DEBIT OR TR-TRANSFER OR TR-HOLD
                       OR TR-DEBIT-INTEREST
                   SUBTRACT WS-CONVERTED-AMOUNT
                       FROM MA-AVAILABLE-BALANCE
               WHEN TR-CREDIT OR TR-INTEREST OR TR-FEE-REFUND
                   ADD WS-CONVERTED-AMOUNT TO MA-AVAILABLE-BALANCE
               WHEN OTHER
                   CONTINUE
                     CHECK-EXCEPTION-FILE
           END-IF

           IF BALANCE-ALERT-OPEN
               CLOSE BALANCE-ALERT-FILE
           END-IF

           IF WDL-COUNTERS-OPEN
               CLOSE WDL-COUNTER-FILE
                     WDL-CONVERSION-FILE
           END-IF

           IF PAYEE-REGISTER-OPEN
               CLOSE PAYEE-REGISTER-FILE
           END-IF

           IF OWNERSHIP-XREF-OPEN
               CLOSE OWNERSHIP-XREF-FILE
           END-IF

           IF RISK-RATING-OPEN
               CLOSE CUSTOMER-RISK-FILE
           END-IF

           PERFORM 350-STAMP-RUN-COMPLETE

           DISPLAY '*** FIN TRAITEMENT TRANSACTIONS BANCAIRES ***'.
           DISPLAY 'FRAIS DE DECOUVERT PERCUS: ' WS-OD-FEES-ASSESSED
           DISPLAY 'BALAYAGES DE PROTECTION  : ' WS-SWEEPS-DONE
           DISPLAY 'PENALITES RETRAIT CD   : ' WS-TD-PENALTIES-POSTED
           DISPLAY 'FRAIS RETRAITS EPARGNE : ' WS-WDL-EXCESS-POSTED
           DISPLAY 'AVIS RETRAITS EPARGNE  : ' WS-WDL-NOTICES-SENT
           DISPLAY 'CANDIDATS CONVERSION   : ' WS-WDL-CONVERSIONS
           DISPLAY 'CHEQUES APPARIES       : ' WS-CHECKS-MATCHED
           DISPLAY 'EXCEPTIONS CHEQUES     : ' WS-CHECK-EXCEPTIONS
           DISPLAY 'ALERTES DE SOLDE EMISES: ' WS-BALANCE-ALERTS-SENT
           DISPLAY 'OPPOSITIONS LEVEES     : ' WS-HOLDS-RELEASED
           DISPLAY 'REJETS POUVOIR (E013)  : ' WS-AUTHORITY-REJECTS
           DISPLAY 'DEROGATIONS UTILISEES  : ' WS-OVERRIDES-USED
           DISPLAY 'DEROGATIONS RISQUE D/E : ' WS-HIGH-RISK-OVERRIDES
           DISPLAY 'OPPOSITIONS PAIEMENT (E014): ' WS-STOP-HITS
           DISPLAY 'BENEFICIAIRES NON INSCRITS (E017): '
                   WS-PYE-UNREGISTERED
           DISPLAY 'PLAFONDS CARENCE DEPASSES (E018): '
                   WS-PYE-COOLING-REJECTS
           DISPLAY 'VIREMENTS ENTRE COMPTES D UN CLIENT: '
                   WS-PYE-EXEMPTED
           IF CKD-ENFORCED
               DISPLAY 'CLES DE CONTROLE (E019/E020): ' WS-CKD-REJECTS
           ELSE
               DISPLAY 'CLES FAUSSES NON REJETEES: ' WS-CKD-REJECTS
           END-IF
           DISPLAY 'EXTOURNES POSTEES      : ' WS-REVERSALS-POSTED
           DISPLAY 'EXTOURNES REJETEES     : ' WS-REVERSALS-REJECTED
           DISPLAY 'ALERTES STRUCTURATION  : ' WS-STRUCTURING-ALERTS

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATOWATCH.
       AUTHOR. BANKING SYSTEM TEAM.
      ******************************************************************
      * DETECTION DES PRISES DE CONTROLE DE COMPTE                      *
      * - Schema de fraude vise : le telephone, le courriel ou          *
      *   l'adresse de la fiche client change, puis quelques jours      *
      *   plus tard les comptes sont vides par debits et virements ;    *
      *   ni les alertes AML ni la structuration ne voient la sequence  *
      * - Les images avant/apres de CUSTHIST (mises a jour 'U' de la    *
      *   fenetre) donnent les changements d'adresse, de CUST-PHONE et  *
      *   de CUST-EMAIL ; les comptes du client (titulaire MA-CUST-ID   *
      *   ou cotitulaire OWNXREF) sont rapproches des debits 'DB' et    *
      *   virements 'TF' de HISTFILE dans la fenetre qui suit le        *
      *   changement                                                    *
      * - Score 0-100 : champs changes, montant sorti, vidage du        *
      *   solde, delai entre changement et premiere sortie, nombre de   *
      *   sorties. Parametres (fenetre, seuil, paliers de montant,      *
      *   duree d'opposition) dans ATOPARM, valeurs par defaut sinon    *
      * - Score au seuil : opposition HOLD-FILE sur le disponible de    *
      *   chaque compte actif du client et dossier AMLCASES de type 'T' *
      *   (un seul dossier ouvert par compte, les nuits suivantes ne le *
      *   redoublent pas)                                               *
      * - Tous les cas partent au rapport de revue ATORPT du bureau     *
      *   fraude                                                        *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Historique cumulatif des fiches client tenu par
      *    VSAM-CUSTOMER-PROCESSOR.
           SELECT CUSTOMER-HISTORY-FILE
               ASSIGN TO CUSTHIST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CHS-STATUS.

           SELECT MASTER-ACCOUNT-FILE
               ASSIGN TO ACCTIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MA-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

      *    Table de detention ; absente, seuls les comptes du
      *    titulaire principal sont suivis.
           SELECT OWNERSHIP-XREF-FILE
               ASSIGN TO OWNXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OX-KEY
               FILE STATUS IS WS-OWN-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO HISTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-KEY
               FILE STATUS IS WS-HIS-STATUS.

           SELECT HOLD-FILE
               ASSIGN TO HOLDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HLD-STATUS.

           SELECT AML-CASE-FILE
               ASSIGN TO AMLCASES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AML-CASE-ID
               FILE STATUS IS WS-CAS-STATUS.

           SELECT DETECTION-PARM-FILE
               ASSIGN TO ATOPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.

           SELECT REVIEW-REPORT-FILE
               ASSIGN TO ATORPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      *    Date metier de la nuit deposee par BATCHDRV ; absente, la
      *    date systeme reste la regle.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO BIZDATE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BIZ-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Meme disposition que dans VSAM-CUSTOMER-PROCESSOR ; les
      *    images sont au format CUSTOMER-RECORD.
       FD  CUSTOMER-HISTORY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CUSTOMER-HISTORY-RECORD.
           05  CH-CHANGE-DATE          PIC 9(08).
           05  CH-OPERATION            PIC X(01).
               88  CH-UPDATE           VALUE 'U'.
           05  CH-CUST-ID              PIC 9(10).
           05  CH-SUBMITTER-ID         PIC X(08).
           05  CH-OLD-IMAGE            PIC X(250).
           05  CH-NEW-IMAGE            PIC X(250).

      *    Meme disposition que dans BANKTRAN.
       FD  MASTER-ACCOUNT-FILE
           RECORDING MODE IS F.
       01  MASTER-ACCOUNT-RECORD.
           05  MA-ACCOUNT-NUMBER       PIC 9(12).
           05  MA-CUST-ID              PIC 9(10).
           05  MA-CUSTOMER-NAME        PIC X(50).
           05  MA-ACCOUNT-TYPE         PIC X(02).
           05  MA-CURRENT-BALANCE      PIC S9(13)V99 COMP-3.
           05  MA-AVAILABLE-BALANCE    PIC S9(13)V99 COMP-3.
           05  MA-OVERDRAFT-LIMIT      PIC 9(11)V99 COMP-3.
           05  MA-LAST-TRANSACTION     PIC 9(8).
           05  MA-OPEN-DATE            PIC 9(8).
           05  MA-STATUS-CODE          PIC X(01).
               88  MA-ACTIVE           VALUE 'A'.
               88  MA-FROZEN           VALUE 'F'.
               88  MA-CLOSED           VALUE 'C'.
           05  MA-BRANCH-CODE          PIC X(6).
           05  MA-CURRENCY-CODE        PIC X(3).
           05  MA-OD-FEE-COUNT         PIC 9(03) COMP-3
                                       VALUE ZERO.
           05  MA-STMT-CYCLE-DAY       PIC 9(02).
           05  MA-ACCRUED-INTEREST     PIC S9(11)V99 COMP-3.
           05  MA-LAST-ACCRUAL-DATE    PIC 9(8).
           05  FILLER                  PIC X(8).

      *    Meme disposition que dans ACCTMAINT.
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

      *    Meme disposition que dans BANKTRAN.
       FD  HISTORY-FILE
           RECORDING MODE IS F.
       01  HISTORY-RECORD.
           05  HIS-KEY.
               10  HIS-ACCOUNT-NUMBER  PIC 9(12).
               10  HIS-POSTING-DATE    PIC 9(8).
               10  HIS-SEQUENCE        PIC 9(5).
           05  HIS-TRANSACTION-ID      PIC X(16).
           05  HIS-TYPE                PIC X(02).
               88  HIS-OUTFLOW         VALUE 'DB' 'TF'.
           05  HIS-AMOUNT              PIC S9(13)V99 COMP-3.
           05  HIS-OLD-BALANCE         PIC S9(13)V99 COMP-3.
           05  HIS-NEW-BALANCE         PIC S9(13)V99 COMP-3.
           05  HIS-TELLER-ID           PIC X(8).
           05  HIS-BRANCH-CODE         PIC X(6).
           05  HIS-ORIG-ID             PIC X(16).
           05  FILLER                  PIC X(13).

      *    Meme disposition que dans BANKTRAN.
       FD  HOLD-FILE
           RECORDING MODE IS F.
       01  HOLD-RECORD.
           05  HOLD-KEY.
               10  HOLD-ACCOUNT-NUMBER PIC 9(12).
               10  HOLD-SEQUENCE       PIC 9(04).
           05  HOLD-AMOUNT             PIC 9(13)V99 COMP-3.
           05  HOLD-PLACED-DATE        PIC 9(8).
           05  HOLD-EXPIRY-DATE        PIC 9(8).
           05  HOLD-STATUS-CODE        PIC X(01).
               88  HOLD-ACTIVE         VALUE 'A'.
               88  HOLD-RELEASED       VALUE 'R'.
           05  HOLD-TRANSACTION-ID     PIC X(16).
           05  FILLER                  PIC X(11).

      *    Meme disposition que chez AMLCASE.
       FD  AML-CASE-FILE
           RECORDING MODE IS F.
       01  AML-CASE-RECORD.
           05  AML-CASE-ID             PIC 9(10).
           05  AML-ACCOUNT-NUMBER      PIC 9(12).
           05  AML-FIRST-ALERT-DATE    PIC 9(8).
           05  AML-LAST-ALERT-DATE     PIC 9(8).
           05  AML-STR-COUNT           PIC 9(5) COMP-3.
           05  AML-LGT-COUNT           PIC 9(5) COMP-3.
           05  AML-TOTAL-AMOUNT        PIC S9(15)V99 COMP-3.
           05  AML-STATUS-CODE         PIC X(01).
               88  AML-CASE-OPEN       VALUE 'O'.
               88  AML-DISPOSITIONED   VALUE 'D'.
           05  AML-DISPOSITION-CODE    PIC X(02).
           05  AML-REVIEWER            PIC X(8).
           05  AML-DISPOSITION-DATE    PIC 9(8).
           05  AML-NOTE                PIC X(30).
           05  AML-CASE-TYPE           PIC X(01).
               88  AML-TAKEOVER-CASE   VALUE 'T'.
           05  FILLER                  PIC X(09).

      *    Une valeur a zero garde le defaut du programme.
       FD  DETECTION-PARM-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  DETECTION-PARM-RECORD.
           05  AP-WINDOW-DAYS          PIC 9(03).
           05  AP-HOLD-SCORE           PIC 9(03).
           05  AP-AMOUNT-HIGH          PIC 9(09)V99.
           05  AP-AMOUNT-MEDIUM        PIC 9(09)V99.
           05  AP-HOLD-DAYS            PIC 9(03).
           05  FILLER                  PIC X(09).

       FD  REVIEW-REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REVIEW-REPORT-LINE          PIC X(132).

      *    Meme disposition que dans BANKTRAN.
       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       01  BUSINESS-DATE-RECORD.
           05  BIZ-BUSINESS-DATE       PIC 9(8).
           05  BIZ-NEXT-BUSINESS-DATE  PIC 9(8).
           05  FILLER                  PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-CODES.
           05  WS-CHS-STATUS           PIC X(02) VALUE SPACES.
           05  WS-ACCT-STATUS          PIC X(02) VALUE SPACES.
           05  WS-OWN-STATUS           PIC X(02) VALUE SPACES.
           05  WS-HIS-STATUS           PIC X(02) VALUE SPACES.
           05  WS-HLD-STATUS           PIC X(02) VALUE SPACES.
           05  WS-CAS-STATUS           PIC X(02) VALUE SPACES.
           05  WS-PRM-STATUS           PIC X(02) VALUE SPACES.
           05  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
           05  WS-BIZ-STATUS           PIC X(02) VALUE SPACES.

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-DATE-INT             PIC S9(9) COMP-3 VALUE ZERO.
       01  WS-LOOKBACK-DATE            PIC 9(8) VALUE ZERO.

      *    Parametres de detection, surcharges par ATOPARM.
       01  WS-PARAMETERS.
           05  WS-WINDOW-DAYS          PIC 9(03) VALUE 10.
           05  WS-HOLD-SCORE           PIC 9(03) VALUE 70.
           05  WS-AMOUNT-HIGH          PIC 9(09)V99 VALUE 10000.
           05  WS-AMOUNT-MEDIUM        PIC 9(09)V99 VALUE 2000.
           05  WS-HOLD-DAYS            PIC 9(03) VALUE 10.

      *    Positions de CUSTOMER-RECORD : adresse (rue, ville, etat,
      *    code postal), telephone et courriel.
       01  WS-OLD-CUSTOMER-IMAGE.
           05  FILLER                  PIC X(10).
           05  WS-OLD-NAME             PIC X(50).
           05  WS-OLD-ADDRESS          PIC X(77).
           05  WS-OLD-PHONE            PIC X(15).
           05  WS-OLD-EMAIL            PIC X(50).
           05  FILLER                  PIC X(48).
       01  WS-NEW-CUSTOMER-IMAGE.
           05  FILLER                  PIC X(10).
           05  WS-NEW-NAME             PIC X(50).
           05  WS-NEW-ADDRESS          PIC X(77).
           05  WS-NEW-PHONE            PIC X(15).
           05  WS-NEW-EMAIL            PIC X(50).
           05  FILLER                  PIC X(48).

      *    Un poste par client dont un coordonnee a change dans la
      *    fenetre : plus ancien changement retenu, champs touches
      *    cumules, puis cumul des sorties de ses comptes.
       01  WS-CHANGE-TABLE.
           05  WS-CHG-COUNT            PIC 9(4) COMP-3 VALUE ZERO.
           05  WS-CHG-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-CHG-COUNT
                   INDEXED BY WS-CHG-IDX.
               10  WS-CHG-CUST-ID      PIC 9(10).
               10  WS-CHG-NAME         PIC X(50).
               10  WS-CHG-DATE         PIC 9(8).
               10  WS-CHG-END-DATE     PIC 9(8).
               10  WS-CHG-PHONE-FLAG   PIC X(01).
                   88  CHG-PHONE       VALUE 'Y'.
               10  WS-CHG-EMAIL-FLAG   PIC X(01).
                   88  CHG-EMAIL       VALUE 'Y'.
               10  WS-CHG-ADDR-FLAG    PIC X(01).
                   88  CHG-ADDRESS     VALUE 'Y'.
               10  WS-CHG-OUT-COUNT    PIC 9(5) COMP-3.
               10  WS-CHG-OUT-TOTAL    PIC 9(13)V99 COMP-3.
               10  WS-CHG-FIRST-OUT    PIC 9(8).
               10  WS-CHG-START-BAL    PIC S9(13)V99 COMP-3.
               10  WS-CHG-END-BAL      PIC S9(13)V99 COMP-3.
               10  WS-CHG-TOP-ACCOUNT  PIC 9(12).
               10  WS-CHG-TOP-AMOUNT   PIC 9(13)V99 COMP-3.

      *    Comptes des clients suivis (titulaire ou cotitulaire).
       01  WS-CANDIDATE-TABLE.
           05  WS-CND-COUNT            PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-CND-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-CND-COUNT
                   INDEXED BY WS-CND-IDX.
               10  WS-CND-SLOT         PIC 9(4) COMP-3.
               10  WS-CND-ACCOUNT      PIC 9(12).

      *    Comptes portant deja un dossier de prise de controle ouvert.
       01  WS-OPEN-TAKEOVER-TABLE.
           05  WS-OTC-COUNT            PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-OTC-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-OTC-COUNT
                   INDEXED BY WS-OTC-IDX.
               10  WS-OTC-ACCOUNT      PIC 9(12).
               10  WS-OTC-CASE-ID      PIC 9(10).

       01  WS-WORK-FIELDS.
           05  WS-CUR-SLOT             PIC 9(4) COMP-3 VALUE ZERO.
           05  WS-CUR-ACCOUNT          PIC 9(12) VALUE ZERO.
           05  WS-CUR-CUST-ID          PIC 9(10) VALUE ZERO.
           05  WS-DATE-INT             PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-ACC-OUT-TOTAL        PIC 9(13)V99 COMP-3 VALUE ZERO.
           05  WS-ACC-LAST-BAL         PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           05  WS-ACC-FIRST-FLAG       PIC X(01) VALUE 'N'.
               88  ACC-HAS-OUTFLOW     VALUE 'Y'.
           05  WS-SCORE                PIC 9(03) VALUE ZERO.
           05  WS-DELAY-DAYS           PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-DRAIN-LIMIT          PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           05  WS-NEXT-CASE-ID         PIC 9(10) VALUE ZERO.
           05  WS-CUR-CASE-ID          PIC 9(10) VALUE ZERO.
           05  WS-HOLD-AMOUNT          PIC 9(13)V99 COMP-3 VALUE ZERO.
           05  WS-HOLD-EXPIRY          PIC 9(8) VALUE ZERO.
           05  WS-HOLD-MAX-SEQ         PIC 9(04) VALUE ZERO.
           05  WS-HOLD-SCAN-ACCOUNT    PIC 9(12) VALUE ZERO.
           05  WS-ACTIVE-HOLD-TOTAL    PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           05  WS-CASE-HOLDS           PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-ACTION               PIC X(24) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
               88  FILE-EOF            VALUE 'Y'.
           05  WS-SCAN-EOF-FLAG        PIC X(01) VALUE 'N'.
               88  SCAN-EOF            VALUE 'Y'.
           05  WS-HOLD-EOF-FLAG        PIC X(01) VALUE 'N'.
               88  HOLD-SCAN-EOF       VALUE 'Y'.
           05  WS-FOUND-FLAG           PIC X(01) VALUE 'N'.
               88  ENTRY-FOUND         VALUE 'Y'.
           05  WS-CASES-OK-FLAG        PIC X(01) VALUE 'N'.
               88  CASE-FILE-OPEN      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-HISTORY-READ         PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-CHANGES-KEPT         PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-ACCOUNTS-WATCHED     PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-OUTFLOWS-SEEN        PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-CASES-REPORTED       PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-CASES-OPENED         PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-CASES-ALREADY-OPEN   PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-HOLDS-PLACED         PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-TOTAL-HELD           PIC 9(13)V99 COMP-3 VALUE ZERO.

       01  WS-REPORT-LINES.
           05  WS-RPT-TITLE.
               10  FILLER              PIC X(44) VALUE
                   'REVUE FRAUDE - PRISES DE CONTROLE - JOURNEE '.
               10  RT-RUN-DATE         PIC 9(8).
               10  FILLER              PIC X(12) VALUE
                   '  FENETRE : '.
               10  RT-WINDOW-DAYS      PIC ZZ9.
               10  FILLER              PIC X(18) VALUE
                   ' JOURS  SEUIL : '.
               10  RT-HOLD-SCORE       PIC ZZ9.
               10  FILLER              PIC X(44) VALUE SPACES.
           05  WS-RPT-HEADER.
               10  FILLER              PIC X(11) VALUE 'CLIENT'.
               10  FILLER              PIC X(25) VALUE 'NOM'.
               10  FILLER              PIC X(9) VALUE 'CHANGE'.
               10  FILLER              PIC X(12) VALUE 'CHAMPS'.
               10  FILLER              PIC X(9) VALUE '1RE SORT.'.
               10  FILLER              PIC X(4) VALUE 'J.'.
               10  FILLER              PIC X(5) VALUE 'NB'.
               10  FILLER              PIC X(17) VALUE
                   '    MONTANT SORTI'.
               10  FILLER              PIC X(4) VALUE 'SC.'.
               10  FILLER              PIC X(25) VALUE 'ACTION'.
               10  FILLER              PIC X(11) VALUE 'DOSSIER'.
           05  WS-RPT-DETAIL.
               10  RR-CUST-ID          PIC 9(10).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  RR-NAME             PIC X(24).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  RR-CHANGE-DATE      PIC 9(8).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  RR-FIELDS           PIC X(11).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  RR-FIRST-OUT        PIC 9(8).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  RR-DELAY            PIC ZZ9.
               10  FILLER              PIC X(01) VALUE SPACE.
               10  RR-OUT-COUNT        PIC ZZZ9.
               10  FILLER              PIC X(01) VALUE SPACE.
               10  RR-OUT-TOTAL        PIC Z,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(01) VALUE SPACE.
               10  RR-SCORE            PIC ZZ9.
               10  FILLER              PIC X(01) VALUE SPACE.
               10  RR-ACTION           PIC X(24).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  RR-CASE-ID          PIC 9(10).
               10  FILLER              PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.
       000-MAIN-CONTROL.
           PERFORM 100-INITIALIZE
           IF RETURN-CODE = ZERO
               PERFORM 200-LOAD-CONTACT-CHANGES
           END-IF
           IF RETURN-CODE = ZERO AND WS-CHG-COUNT > ZERO
               PERFORM 400-FIND-CUSTOMER-ACCOUNTS
               PERFORM 500-SCAN-ACCOUNT-OUTFLOWS
                   VARYING WS-CND-IDX FROM 1 BY 1
                   UNTIL WS-CND-IDX > WS-CND-COUNT
               PERFORM 600-SCORE-ONE-CUSTOMER
                   VARYING WS-CUR-SLOT FROM 1 BY 1
                   UNTIL WS-CUR-SLOT > WS-CHG-COUNT
           END-IF
           PERFORM 300-FINALIZE
           STOP RUN.

       100-INITIALIZE.
           DISPLAY '*** DEBUT DETECTION PRISES DE CONTROLE ***'
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 105-READ-BUSINESS-DATE
           PERFORM 110-LOAD-PARAMETERS

           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-DATE-INT = WS-RUN-DATE-INT - WS-WINDOW-DAYS
           COMPUTE WS-LOOKBACK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           COMPUTE WS-DATE-INT = WS-RUN-DATE-INT + WS-HOLD-DAYS
           COMPUTE WS-HOLD-EXPIRY =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)

           OPEN INPUT  CUSTOMER-HISTORY-FILE
                       HISTORY-FILE
           OPEN I-O    MASTER-ACCOUNT-FILE
           OPEN OUTPUT REVIEW-REPORT-FILE

           IF WS-CHS-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE HISTORIQUE CLIENTS: '
                       WS-CHS-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF

           IF WS-HIS-STATUS NOT = '00'
                   OR WS-ACCT-STATUS NOT = '00'
                   OR WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE HISTFILE/COMPTES/RAPPORT: '
                       WS-HIS-STATUS ' ' WS-ACCT-STATUS ' '
                       WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF

      *    Oppositions et dossiers persistent de run en run ; crees
      *    au tout premier passage (meme technique que LEVYPROC).
           OPEN I-O HOLD-FILE
           IF WS-HLD-STATUS = '35'
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF

           OPEN I-O AML-CASE-FILE
           IF WS-CAS-STATUS = '35'
               OPEN OUTPUT AML-CASE-FILE
               CLOSE AML-CASE-FILE
               OPEN I-O AML-CASE-FILE
           END-IF

           IF WS-HLD-STATUS NOT = '00'
                   OR WS-CAS-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE OPPOSITIONS/DOSSIERS: '
                       WS-HLD-STATUS ' ' WS-CAS-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'Y' TO WS-CASES-OK-FLAG
               PERFORM 120-LOAD-OPEN-TAKEOVER-CASES
           END-IF

           IF WS-RPT-STATUS = '00'
               MOVE WS-RUN-DATE TO RT-RUN-DATE
               MOVE WS-WINDOW-DAYS TO RT-WINDOW-DAYS
               MOVE WS-HOLD-SCORE TO RT-HOLD-SCORE
               WRITE REVIEW-REPORT-LINE FROM WS-RPT-TITLE
               MOVE SPACES TO REVIEW-REPORT-LINE
               WRITE REVIEW-REPORT-LINE
               WRITE REVIEW-REPORT-LINE FROM WS-RPT-HEADER
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

       110-LOAD-PARAMETERS.
           OPEN INPUT DETECTION-PARM-FILE
           IF WS-PRM-STATUS NOT = '00'
               DISPLAY 'PARAMETRES ATOPARM ABSENTS - VALEURS PAR '
                       'DEFAUT'
           ELSE
               READ DETECTION-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 115-APPLY-PARAMETERS
               END-READ
               CLOSE DETECTION-PARM-FILE
           END-IF.

       115-APPLY-PARAMETERS.
           IF AP-WINDOW-DAYS NUMERIC AND AP-WINDOW-DAYS > ZERO
               MOVE AP-WINDOW-DAYS TO WS-WINDOW-DAYS
           END-IF
           IF AP-HOLD-SCORE NUMERIC AND AP-HOLD-SCORE > ZERO
               MOVE AP-HOLD-SCORE TO WS-HOLD-SCORE
           END-IF
           IF AP-AMOUNT-HIGH NUMERIC AND AP-AMOUNT-HIGH > ZERO
               MOVE AP-AMOUNT-HIGH TO WS-AMOUNT-HIGH
           END-IF
           IF AP-AMOUNT-MEDIUM NUMERIC AND AP-AMOUNT-MEDIUM > ZERO
               MOVE AP-AMOUNT-MEDIUM TO WS-AMOUNT-MEDIUM
           END-IF
           IF AP-HOLD-DAYS NUMERIC AND AP-HOLD-DAYS > ZERO
               MOVE AP-HOLD-DAYS TO WS-HOLD-DAYS
           END-IF.

      *    Plus haute cle de dossier et dossiers 'T' encore ouverts,
      *    releves une fois (comme 105 d'AMLCASE).
       120-LOAD-OPEN-TAKEOVER-CASES.
           MOVE 'N' TO WS-SCAN-EOF-FLAG
           MOVE LOW-VALUES TO AML-CASE-ID
           START AML-CASE-FILE
               KEY IS GREATER THAN OR EQUAL AML-CASE-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF-FLAG
           END-START
           PERFORM 125-SCAN-ONE-CASE
               UNTIL SCAN-EOF.

       125-SCAN-ONE-CASE.
           READ AML-CASE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-FLAG
               NOT AT END
                   MOVE AML-CASE-ID TO WS-NEXT-CASE-ID
                   IF AML-CASE-OPEN AND AML-TAKEOVER-CASE
                           AND WS-OTC-COUNT < 5000
                       ADD 1 TO WS-OTC-COUNT
                       MOVE AML-ACCOUNT-NUMBER
                           TO WS-OTC-ACCOUNT(WS-OTC-COUNT)
                       MOVE AML-CASE-ID
                           TO WS-OTC-CASE-ID(WS-OTC-COUNT)
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    CHANGEMENTS DE COORDONNEES : mises a jour de la fenetre dont
      *    l'adresse, le telephone ou le courriel differe entre image
      *    avant et image apres.
      *----------------------------------------------------------------
       200-LOAD-CONTACT-CHANGES.
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM 210-READ-ONE-CHANGE
               UNTIL FILE-EOF
           DISPLAY 'CLIENTS A SURVEILLER : ' WS-CHG-COUNT.

       210-READ-ONE-CHANGE.
           READ CUSTOMER-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-HISTORY-READ
                   IF CH-UPDATE
                           AND CH-CHANGE-DATE NOT < WS-LOOKBACK-DATE
                           AND CH-CHANGE-DATE NOT > WS-RUN-DATE
                       MOVE CH-OLD-IMAGE TO WS-OLD-CUSTOMER-IMAGE
                       MOVE CH-NEW-IMAGE TO WS-NEW-CUSTOMER-IMAGE
                       IF WS-OLD-ADDRESS NOT = WS-NEW-ADDRESS
                               OR WS-OLD-PHONE NOT = WS-NEW-PHONE
                               OR WS-OLD-EMAIL NOT = WS-NEW-EMAIL
                           PERFORM 220-NOTE-CONTACT-CHANGE
                       END-IF
                   END-IF
           END-READ.

       220-NOTE-CONTACT-CHANGE.
           ADD 1 TO WS-CHANGES-KEPT
           MOVE 'N' TO WS-FOUND-FLAG
           IF WS-CHG-COUNT > ZERO
               SET WS-CHG-IDX TO 1
               SEARCH WS-CHG-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CHG-CUST-ID(WS-CHG-IDX) = CH-CUST-ID
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-SEARCH
           END-IF

           IF NOT ENTRY-FOUND
               IF WS-CHG-COUNT < 5000
                   ADD 1 TO WS-CHG-COUNT
                   SET WS-CHG-IDX TO WS-CHG-COUNT
                   PERFORM 225-CLEAR-CHANGE-SLOT
                   MOVE 'Y' TO WS-FOUND-FLAG
               ELSE
                   DISPLAY '*** ALERTE: TABLE DES CHANGEMENTS '
                           'SATUREE - CLIENT IGNORE: ' CH-CUST-ID
               END-IF
           END-IF

           IF ENTRY-FOUND
               IF CH-CHANGE-DATE < WS-CHG-DATE(WS-CHG-IDX)
                   MOVE CH-CHANGE-DATE TO WS-CHG-DATE(WS-CHG-IDX)
               END-IF
               MOVE WS-NEW-NAME TO WS-CHG-NAME(WS-CHG-IDX)
               IF WS-OLD-ADDRESS NOT = WS-NEW-ADDRESS
                   MOVE 'Y' TO WS-CHG-ADDR-FLAG(WS-CHG-IDX)
               END-IF
               IF WS-OLD-PHONE NOT = WS-NEW-PHONE
                   MOVE 'Y' TO WS-CHG-PHONE-FLAG(WS-CHG-IDX)
               END-IF
               IF WS-OLD-EMAIL NOT = WS-NEW-EMAIL
                   MOVE 'Y' TO WS-CHG-EMAIL-FLAG(WS-CHG-IDX)
               END-IF
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CHG-DATE(WS-CHG-IDX))
                   + WS-WINDOW-DAYS
               COMPUTE WS-CHG-END-DATE(WS-CHG-IDX) =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           END-IF.

       225-CLEAR-CHANGE-SLOT.
           MOVE CH-CUST-ID TO WS-CHG-CUST-ID(WS-CHG-IDX)
           MOVE CH-CHANGE-DATE TO WS-CHG-DATE(WS-CHG-IDX)
           MOVE 'N' TO WS-CHG-PHONE-FLAG(WS-CHG-IDX)
                       WS-CHG-EMAIL-FLAG(WS-CHG-IDX)
                       WS-CHG-ADDR-FLAG(WS-CHG-IDX)
           MOVE ZERO TO WS-CHG-OUT-COUNT(WS-CHG-IDX)
                        WS-CHG-OUT-TOTAL(WS-CHG-IDX)
                        WS-CHG-FIRST-OUT(WS-CHG-IDX)
                        WS-CHG-START-BAL(WS-CHG-IDX)
                        WS-CHG-END-BAL(WS-CHG-IDX)
                        WS-CHG-TOP-ACCOUNT(WS-CHG-IDX)
                        WS-CHG-TOP-AMOUNT(WS-CHG-IDX).

      *----------------------------------------------------------------
      *    COMPTES DES CLIENTS SUIVIS : titulaire au fichier maitre,
      *    puis cotitulaires OWNXREF (balayage comme 450 de LEVYPROC).
      *----------------------------------------------------------------
       400-FIND-CUSTOMER-ACCOUNTS.
           MOVE 'N' TO WS-SCAN-EOF-FLAG
           MOVE LOW-VALUES TO MA-ACCOUNT-NUMBER
           START MASTER-ACCOUNT-FILE
               KEY IS GREATER THAN OR EQUAL MA-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF-FLAG
           END-START
           PERFORM 410-CHECK-ONE-MASTER
               UNTIL SCAN-EOF

           OPEN INPUT OWNERSHIP-XREF-FILE
           IF WS-OWN-STATUS NOT = '00'
               DISPLAY 'TABLE DE DETENTION ABSENTE - COMPTES DU '
                       'SEUL TITULAIRE PRINCIPAL'
           ELSE
               MOVE 'N' TO WS-SCAN-EOF-FLAG
               PERFORM 420-CHECK-ONE-LINK
                   UNTIL SCAN-EOF
               CLOSE OWNERSHIP-XREF-FILE
           END-IF
           DISPLAY 'COMPTES SURVEILLES   : ' WS-CND-COUNT.

       410-CHECK-ONE-MASTER.
           READ MASTER-ACCOUNT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-FLAG
               NOT AT END
                   MOVE MA-ACCOUNT-NUMBER TO WS-CUR-ACCOUNT
                   MOVE MA-CUST-ID TO WS-CUR-CUST-ID
                   PERFORM 430-MATCH-WATCHED-CUSTOMER
           END-READ.

       420-CHECK-ONE-LINK.
           READ OWNERSHIP-XREF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-FLAG
               NOT AT END
                   MOVE OX-ACCOUNT-NUMBER TO WS-CUR-ACCOUNT
                   MOVE OX-CUST-ID TO WS-CUR-CUST-ID
                   PERFORM 430-MATCH-WATCHED-CUSTOMER
           END-READ.

       430-MATCH-WATCHED-CUSTOMER.
           SET WS-CHG-IDX TO 1
           SEARCH WS-CHG-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CHG-CUST-ID(WS-CHG-IDX) = WS-CUR-CUST-ID
                   SET WS-CUR-SLOT TO WS-CHG-IDX
                   PERFORM 440-ADD-CANDIDATE
           END-SEARCH.

      *    Le lien 'P' d'OWNXREF repete le titulaire deja vu dans le
      *    fichier maitre : un meme couple n'est retenu qu'une fois.
       440-ADD-CANDIDATE.
           MOVE 'N' TO WS-FOUND-FLAG
           IF WS-CND-COUNT > 0
               SET WS-CND-IDX TO 1
               SEARCH WS-CND-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CND-SLOT(WS-CND-IDX) = WS-CUR-SLOT
                           AND WS-CND-ACCOUNT(WS-CND-IDX)
                               = WS-CUR-ACCOUNT
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-SEARCH
           END-IF

           IF NOT ENTRY-FOUND
               IF WS-CND-COUNT < 10000
                   ADD 1 TO WS-CND-COUNT
                   MOVE WS-CUR-SLOT TO WS-CND-SLOT(WS-CND-COUNT)
                   MOVE WS-CUR-ACCOUNT TO WS-CND-ACCOUNT(WS-CND-COUNT)
                   ADD 1 TO WS-ACCOUNTS-WATCHED
               ELSE
                   DISPLAY '*** ALERTE: TABLE DES COMPTES SATUREE - '
                           'COMPTE IGNORE: ' WS-CUR-ACCOUNT
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *    SORTIES DE FONDS : debits et virements postes sur le compte
      *    entre le changement et la fin de la fenetre. Le solde avant
      *    la premiere sortie et le solde apres la derniere mesurent
      *    le vidage du compte.
      *----------------------------------------------------------------
       500-SCAN-ACCOUNT-OUTFLOWS.
           MOVE WS-CND-SLOT(WS-CND-IDX) TO WS-CUR-SLOT
           MOVE WS-CND-ACCOUNT(WS-CND-IDX) TO WS-CUR-ACCOUNT
           MOVE ZERO TO WS-ACC-OUT-TOTAL
                        WS-ACC-LAST-BAL
           MOVE 'N' TO WS-ACC-FIRST-FLAG

           MOVE 'N' TO WS-SCAN-EOF-FLAG
           MOVE WS-CUR-ACCOUNT TO HIS-ACCOUNT-NUMBER
           MOVE WS-CHG-DATE(WS-CUR-SLOT) TO HIS-POSTING-DATE
           MOVE ZERO TO HIS-SEQUENCE
           START HISTORY-FILE
               KEY IS GREATER THAN OR EQUAL HIS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF-FLAG
           END-START
           PERFORM 510-READ-ONE-POSTING
               UNTIL SCAN-EOF

           IF ACC-HAS-OUTFLOW
               ADD WS-ACC-LAST-BAL TO WS-CHG-END-BAL(WS-CUR-SLOT)
               IF WS-ACC-OUT-TOTAL > WS-CHG-TOP-AMOUNT(WS-CUR-SLOT)
                   MOVE WS-ACC-OUT-TOTAL
                       TO WS-CHG-TOP-AMOUNT(WS-CUR-SLOT)
                   MOVE WS-CUR-ACCOUNT
                       TO WS-CHG-TOP-ACCOUNT(WS-CUR-SLOT)
               END-IF
           END-IF.

       510-READ-ONE-POSTING.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-FLAG
               NOT AT END
                   IF HIS-ACCOUNT-NUMBER NOT = WS-CUR-ACCOUNT
                           OR HIS-POSTING-DATE
                               > WS-CHG-END-DATE(WS-CUR-SLOT)
                           OR HIS-POSTING-DATE > WS-RUN-DATE
                       MOVE 'Y' TO WS-SCAN-EOF-FLAG
                   ELSE
                       IF HIS-OUTFLOW
                           PERFORM 520-TALLY-OUTFLOW
                       END-IF
                   END-IF
           END-READ.

       520-TALLY-OUTFLOW.
           ADD 1 TO WS-OUTFLOWS-SEEN
           IF NOT ACC-HAS-OUTFLOW
               MOVE 'Y' TO WS-ACC-FIRST-FLAG
               ADD HIS-OLD-BALANCE TO WS-CHG-START-BAL(WS-CUR-SLOT)
           END-IF
           MOVE HIS-NEW-BALANCE TO WS-ACC-LAST-BAL
           ADD HIS-AMOUNT TO WS-ACC-OUT-TOTAL
           ADD 1 TO WS-CHG-OUT-COUNT(WS-CUR-SLOT)
           ADD HIS-AMOUNT TO WS-CHG-OUT-TOTAL(WS-CUR-SLOT)
           IF WS-CHG-FIRST-OUT(WS-CUR-SLOT) = ZERO
                   OR HIS-POSTING-DATE < WS-CHG-FIRST-OUT(WS-CUR-SLOT)
               MOVE HIS-POSTING-DATE TO WS-CHG-FIRST-OUT(WS-CUR-SLOT)
           END-IF.

      *----------------------------------------------------------------
      *    SCORE ET SUITE : tout client avec au moins une sortie
      *    apres le changement est un cas de revue ; au seuil, le
      *    disponible de ses comptes est bloque et un dossier 'T'
      *    s'ouvre sur le compte le plus debite.
      *----------------------------------------------------------------
       600-SCORE-ONE-CUSTOMER.
           IF WS-CHG-OUT-COUNT(WS-CUR-SLOT) > ZERO
               PERFORM 610-COMPUTE-SCORE
               MOVE ZERO TO WS-CUR-CASE-ID
               EVALUATE TRUE
                   WHEN WS-SCORE < WS-HOLD-SCORE
                       MOVE 'REVUE' TO WS-ACTION
                   WHEN NOT CASE-FILE-OPEN
                       MOVE 'SEUIL - DOSSIERS INDISPO.' TO WS-ACTION
                   WHEN OTHER
                       PERFORM 620-FIND-OPEN-TAKEOVER-CASE
                       IF ENTRY-FOUND
                           MOVE WS-OTC-CASE-ID(WS-OTC-IDX)
                               TO WS-CUR-CASE-ID
                           MOVE 'DOSSIER DEJA OUVERT' TO WS-ACTION
                           ADD 1 TO WS-CASES-ALREADY-OPEN
                       ELSE
                           PERFORM 630-OPEN-TAKEOVER-CASE
                       END-IF
               END-EVALUATE
               PERFORM 690-WRITE-REVIEW-LINE
           END-IF.

      *    Champs : telephone 15, courriel 15, adresse 10. Montant :
      *    30 au palier haut, 15 au palier moyen, 5 en deca. Vidage
      *    (solde restant au plus 10 % du solde de depart) : 15.
      *    Delai de la premiere sortie : 20 sous 1 jour, 10 sous 3
      *    jours, 5 au-dela. Trois sorties ou plus : 10. Plafond 100.
       610-COMPUTE-SCORE.
           MOVE ZERO TO WS-SCORE
           IF CHG-PHONE(WS-CUR-SLOT)
               ADD 15 TO WS-SCORE
           END-IF
           IF CHG-EMAIL(WS-CUR-SLOT)
               ADD 15 TO WS-SCORE
           END-IF
           IF CHG-ADDRESS(WS-CUR-SLOT)
               ADD 10 TO WS-SCORE
           END-IF

           EVALUATE TRUE
               WHEN WS-CHG-OUT-TOTAL(WS-CUR-SLOT) NOT < WS-AMOUNT-HIGH
                   ADD 30 TO WS-SCORE
               WHEN WS-CHG-OUT-TOTAL(WS-CUR-SLOT)
                       NOT < WS-AMOUNT-MEDIUM
                   ADD 15 TO WS-SCORE
               WHEN OTHER
                   ADD 5 TO WS-SCORE
           END-EVALUATE

           IF WS-CHG-START-BAL(WS-CUR-SLOT) > ZERO
               COMPUTE WS-DRAIN-LIMIT =
                   WS-CHG-START-BAL(WS-CUR-SLOT) / 10
               IF WS-CHG-END-BAL(WS-CUR-SLOT) NOT > WS-DRAIN-LIMIT
                   ADD 15 TO WS-SCORE
               END-IF
           END-IF

           COMPUTE WS-DELAY-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-CHG-FIRST-OUT(WS-CUR-SLOT))
               - FUNCTION INTEGER-OF-DATE(WS-CHG-DATE(WS-CUR-SLOT))
           EVALUATE TRUE
               WHEN WS-DELAY-DAYS NOT > 1
                   ADD 20 TO WS-SCORE
               WHEN WS-DELAY-DAYS NOT > 3
                   ADD 10 TO WS-SCORE
               WHEN OTHER
                   ADD 5 TO WS-SCORE
           END-EVALUATE

           IF WS-CHG-OUT-COUNT(WS-CUR-SLOT) NOT < 3
               ADD 10 TO WS-SCORE
           END-IF

           IF WS-SCORE > 100
               MOVE 100 TO WS-SCORE
           END-IF.

       620-FIND-OPEN-TAKEOVER-CASE.
           MOVE 'N' TO WS-FOUND-FLAG
           IF WS-OTC-COUNT > ZERO
               SET WS-OTC-IDX TO 1
               SEARCH WS-OTC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-OTC-ACCOUNT(WS-OTC-IDX)
                           = WS-CHG-TOP-ACCOUNT(WS-CUR-SLOT)
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-SEARCH
           END-IF.

       630-OPEN-TAKEOVER-CASE.
           ADD 1 TO WS-NEXT-CASE-ID
           MOVE SPACES TO AML-CASE-RECORD
           MOVE WS-NEXT-CASE-ID TO AML-CASE-ID
           MOVE WS-CHG-TOP-ACCOUNT(WS-CUR-SLOT) TO AML-ACCOUNT-NUMBER
           MOVE WS-RUN-DATE TO AML-FIRST-ALERT-DATE
                               AML-LAST-ALERT-DATE
           MOVE ZERO TO AML-STR-COUNT
                        AML-LGT-COUNT
           MOVE WS-CHG-OUT-TOTAL(WS-CUR-SLOT) TO AML-TOTAL-AMOUNT
           MOVE 'O' TO AML-STATUS-CODE
           MOVE 'T' TO AML-CASE-TYPE
           MOVE SPACES TO AML-DISPOSITION-CODE
                          AML-REVIEWER
           MOVE ZERO TO AML-DISPOSITION-DATE
           STRING 'PRISE DE CONTROLE SCORE ' WS-SCORE
               DELIMITED BY SIZE
               INTO AML-NOTE

           WRITE AML-CASE-RECORD
               INVALID KEY
                   DISPLAY 'ERREUR ECRITURE DOSSIER AML: ' AML-CASE-ID
                   MOVE 'SEUIL - DOSSIER EN ECHEC' TO WS-ACTION
               NOT INVALID KEY
                   MOVE AML-CASE-ID TO WS-CUR-CASE-ID
                   ADD 1 TO WS-CASES-OPENED
                   IF WS-OTC-COUNT < 5000
                       ADD 1 TO WS-OTC-COUNT
                       MOVE AML-ACCOUNT-NUMBER
                           TO WS-OTC-ACCOUNT(WS-OTC-COUNT)
                       MOVE AML-CASE-ID
                           TO WS-OTC-CASE-ID(WS-OTC-COUNT)
                   END-IF
                   MOVE ZERO TO WS-CASE-HOLDS
                   PERFORM 640-HOLD-ONE-ACCOUNT
                       VARYING WS-CND-IDX FROM 1 BY 1
                       UNTIL WS-CND-IDX > WS-CND-COUNT
                   IF WS-CASE-HOLDS > ZERO
                       MOVE 'OPPOSITION + DOSSIER' TO WS-ACTION
                   ELSE
                       MOVE 'DOSSIER - RIEN A BLOQUER' TO WS-ACTION
                   END-IF
           END-WRITE.

      *    Tout le disponible positif d'un compte actif du client est
      *    bloque jusqu'a la decision du bureau fraude (ou l'echeance
      *    de l'opposition, WS-HOLD-DAYS).
       640-HOLD-ONE-ACCOUNT.
           IF WS-CND-SLOT(WS-CND-IDX) = WS-CUR-SLOT
               MOVE WS-CND-ACCOUNT(WS-CND-IDX) TO MA-ACCOUNT-NUMBER
               READ MASTER-ACCOUNT-FILE
                   KEY IS MA-ACCOUNT-NUMBER
                   INVALID KEY
                       MOVE ZERO TO WS-HOLD-AMOUNT
                   NOT INVALID KEY
                       IF MA-ACTIVE AND MA-AVAILABLE-BALANCE > ZERO
                           MOVE MA-AVAILABLE-BALANCE TO WS-HOLD-AMOUNT
                       ELSE
                           MOVE ZERO TO WS-HOLD-AMOUNT
                       END-IF
               END-READ
               IF WS-HOLD-AMOUNT > ZERO
                   PERFORM 650-WRITE-TAKEOVER-HOLD
               END-IF
           END-IF.

       650-WRITE-TAKEOVER-HOLD.
           PERFORM 655-ASSIGN-HOLD-SEQUENCE

           MOVE SPACES TO HOLD-RECORD
           MOVE MA-ACCOUNT-NUMBER TO HOLD-ACCOUNT-NUMBER
           COMPUTE HOLD-SEQUENCE = WS-HOLD-MAX-SEQ + 1
           MOVE WS-HOLD-AMOUNT TO HOLD-AMOUNT
           MOVE WS-RUN-DATE TO HOLD-PLACED-DATE
           MOVE WS-HOLD-EXPIRY TO HOLD-EXPIRY-DATE
           MOVE 'A' TO HOLD-STATUS-CODE
           STRING 'ATO' WS-CUR-CASE-ID
               DELIMITED BY SIZE
               INTO HOLD-TRANSACTION-ID

           WRITE HOLD-RECORD
               INVALID KEY
                   DISPLAY 'ERREUR ECRITURE OPPOSITION: '
                           HOLD-ACCOUNT-NUMBER
               NOT INVALID KEY
                   ADD 1 TO WS-HOLDS-PLACED
                   ADD 1 TO WS-CASE-HOLDS
                   ADD WS-HOLD-AMOUNT TO WS-TOTAL-HELD
                   PERFORM 660-REFRESH-AVAILABLE-BALANCE
                   REWRITE MASTER-ACCOUNT-RECORD
                       INVALID KEY
                           DISPLAY 'ERREUR REWRITE COMPTE: '
                                   MA-ACCOUNT-NUMBER
                   END-REWRITE
           END-WRITE.

      *    Prochaine sequence libre du compte, comme 244 de BANKTRAN.
       655-ASSIGN-HOLD-SEQUENCE.
           MOVE ZERO TO WS-HOLD-MAX-SEQ
           MOVE 'N' TO WS-HOLD-EOF-FLAG
           MOVE MA-ACCOUNT-NUMBER TO WS-HOLD-SCAN-ACCOUNT
                                     HOLD-ACCOUNT-NUMBER
           MOVE ZERO TO HOLD-SEQUENCE
           START HOLD-FILE
               KEY IS GREATER THAN OR EQUAL HOLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HOLD-EOF-FLAG
           END-START

           PERFORM 656-SCAN-HOLD-SEQUENCE
               UNTIL HOLD-SCAN-EOF.

       656-SCAN-HOLD-SEQUENCE.
           READ HOLD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HOLD-EOF-FLAG
               NOT AT END
                   IF HOLD-ACCOUNT-NUMBER = WS-HOLD-SCAN-ACCOUNT
                       MOVE HOLD-SEQUENCE TO WS-HOLD-MAX-SEQ
                   ELSE
                       MOVE 'Y' TO WS-HOLD-EOF-FLAG
                   END-IF
           END-READ.

      *    Disponible = courant - oppositions actives, comme 245 de
      *    BANKTRAN.
       660-REFRESH-AVAILABLE-BALANCE.
           MOVE ZERO TO WS-ACTIVE-HOLD-TOTAL
           MOVE 'N' TO WS-HOLD-EOF-FLAG
           MOVE MA-ACCOUNT-NUMBER TO WS-HOLD-SCAN-ACCOUNT
                                     HOLD-ACCOUNT-NUMBER
           MOVE ZERO TO HOLD-SEQUENCE
           START HOLD-FILE
               KEY IS GREATER THAN OR EQUAL HOLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HOLD-EOF-FLAG
           END-START

           PERFORM 661-ACCUMULATE-ACTIVE-HOLD
               UNTIL HOLD-SCAN-EOF

           COMPUTE MA-AVAILABLE-BALANCE =
               MA-CURRENT-BALANCE - WS-ACTIVE-HOLD-TOTAL.

       661-ACCUMULATE-ACTIVE-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HOLD-EOF-FLAG
               NOT AT END
                   IF HOLD-ACCOUNT-NUMBER = WS-HOLD-SCAN-ACCOUNT
                       IF HOLD-ACTIVE
                           ADD HOLD-AMOUNT TO WS-ACTIVE-HOLD-TOTAL
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-HOLD-EOF-FLAG
                   END-IF
           END-READ.

       690-WRITE-REVIEW-LINE.
           MOVE WS-CHG-CUST-ID(WS-CUR-SLOT) TO RR-CUST-ID
           MOVE WS-CHG-NAME(WS-CUR-SLOT) TO RR-NAME
           MOVE WS-CHG-DATE(WS-CUR-SLOT) TO RR-CHANGE-DATE
           MOVE SPACES TO RR-FIELDS
           IF CHG-PHONE(WS-CUR-SLOT)
               MOVE 'TEL' TO RR-FIELDS(1:3)
           END-IF
           IF CHG-EMAIL(WS-CUR-SLOT)
               MOVE 'MEL' TO RR-FIELDS(5:3)
           END-IF
           IF CHG-ADDRESS(WS-CUR-SLOT)
               MOVE 'ADR' TO RR-FIELDS(9:3)
           END-IF
           MOVE WS-CHG-FIRST-OUT(WS-CUR-SLOT) TO RR-FIRST-OUT
           MOVE WS-DELAY-DAYS TO RR-DELAY
           MOVE WS-CHG-OUT-COUNT(WS-CUR-SLOT) TO RR-OUT-COUNT
           MOVE WS-CHG-OUT-TOTAL(WS-CUR-SLOT) TO RR-OUT-TOTAL
           MOVE WS-SCORE TO RR-SCORE
           MOVE WS-ACTION TO RR-ACTION
           MOVE WS-CUR-CASE-ID TO RR-CASE-ID
           WRITE REVIEW-REPORT-LINE FROM WS-RPT-DETAIL
           ADD 1 TO WS-CASES-REPORTED.

       300-FINALIZE.
           IF WS-CHS-STATUS = '00' OR WS-CHS-STATUS = '10'
               CLOSE CUSTOMER-HISTORY-FILE
           END-IF
           IF CASE-FILE-OPEN
               CLOSE HOLD-FILE
                     AML-CASE-FILE
           END-IF
           CLOSE HISTORY-FILE
                 MASTER-ACCOUNT-FILE
                 REVIEW-REPORT-FILE

           DISPLAY ' '
           DISPLAY '================================================'
           DISPLAY '  PRISES DE CONTROLE DE COMPTE - RESUME         '
           DISPLAY '================================================'
           DISPLAY 'HISTORIQUE CLIENTS LU  : ' WS-HISTORY-READ
           DISPLAY 'CHANGEMENTS RETENUS    : ' WS-CHANGES-KEPT
           DISPLAY 'CLIENTS SURVEILLES     : ' WS-CHG-COUNT
           DISPLAY 'COMPTES SURVEILLES     : ' WS-ACCOUNTS-WATCHED
           DISPLAY 'SORTIES DANS FENETRE   : ' WS-OUTFLOWS-SEEN
           DISPLAY 'CAS EN REVUE           : ' WS-CASES-REPORTED
           DISPLAY 'DOSSIERS OUVERTS       : ' WS-CASES-OPENED
           DISPLAY 'DOSSIERS DEJA OUVERTS  : ' WS-CASES-ALREADY-OPEN
           DISPLAY 'OPPOSITIONS POSEES     : ' WS-HOLDS-PLACED
           DISPLAY 'MONTANT BLOQUE         : ' WS-TOTAL-HELD
           DISPLAY '================================================'.

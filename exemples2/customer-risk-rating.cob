       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTRISK.
       AUTHOR. BANKING SYSTEM TEAM.
      ******************************************************************
      * NOTATION MENSUELLE DU RISQUE CLIENT (CUST-ID)                   *
      * - La banque et le commercial ne se parlaient pas : un client    *
      *   a decouvert et en rejets pouvait continuer d'etre livre a     *
      *   credit. Une note unique par client, tenue ici dans RISKRATE   *
      * - Cote banque (sorties du mois concatenees par le JCL) :        *
      *   exceptions de decouvert OVERDFT, file NSF NSFRETRY, impayes   *
      *   RETITEMS de CLRINTAKE (hors R10, fait du creancier)           *
      * - Cote commercial : niveau de relance et jours au-dela du       *
      *   terme des postes ouverts AR, liste des clients bloques        *
      * - Conformite : issue et retard de la revue KYC (KYCFILE),       *
      *   dossiers AML ouverts ou declares (AMLCASES)                   *
      * - Points par composante, note A (sain) a E (critique) ; la      *
      *   note precedente et douze notes d'historique restent sur la    *
      *   fiche. Un second passage le meme jour remplace la note        *
      * - Rapport de migration RISKMIG des clients qui changent de note *
      * - Note lue par ORDER-PROCESSOR (ecran credit), KYCREV (bande)   *
      *   et BANKTRAN (revue des derogations caissier)                  *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier des notes, cree au premier passage (statut 35),
      *    meme motif que KYCFILE chez KYCREV.
           SELECT RISK-RATING-FILE
               ASSIGN TO RISKRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RR-CUST-ID
               FILE STATUS IS WS-RSK-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO CUSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CST-STATUS.

           SELECT MASTER-ACCOUNT-FILE
               ASSIGN TO ACCTIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MA-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

      *    Sorties de BANKTRAN et de CLRINTAKE ; absentes = rien a
      *    compter pour la composante.
           SELECT OVERDRAFT-EXCEPTION-FILE
               ASSIGN TO OVERDFT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OVD-STATUS.

           SELECT NSF-RETRY-FILE
               ASSIGN TO NSFRETRY
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NSF-STATUS.

           SELECT RETURN-ITEMS-FILE
               ASSIGN TO RETITEMS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.

      *    Fichiers du commercial : memes noms et meme organisation
      *    que chez ORDER-PROCESSOR.
           SELECT AR-OPEN-FILE
               ASSIGN TO 'ar-open-items.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARO-STATUS.

           SELECT CREDIT-HOLD-LIST-FILE
               ASSIGN TO 'credit-hold-customers.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHL-STATUS.

      *    Fiches KYC lues en direct par client ; absent = pas de
      *    composante KYC.
           SELECT KYC-MASTER-FILE
               ASSIGN TO KYCFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KYC-CUST-ID
               FILE STATUS IS WS-KYC-STATUS.

           SELECT AML-CASE-FILE
               ASSIGN TO AMLCASES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AML-CASE-ID
               FILE STATUS IS WS-AML-STATUS.

           SELECT MIGRATION-REPORT-FILE
               ASSIGN TO RISKMIG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MIG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RISK-RATING-FILE.
       01  RISK-RATING-RECORD.
           05  RR-CUST-ID              PIC 9(10).
           05  RR-CURRENT-GRADE        PIC X(1).
           05  RR-CURRENT-SCORE        PIC 9(3).
           05  RR-RATING-DATE          PIC 9(8).
           05  RR-PREVIOUS-GRADE       PIC X(1).
           05  RR-PREVIOUS-SCORE       PIC 9(3).
      *    Composantes de la derniere note, pour l'analyste.
           05  RR-OD-COUNT             PIC 9(3).
           05  RR-NSF-COUNT            PIC 9(3).
           05  RR-RETURN-COUNT         PIC 9(3).
           05  RR-DUNNING-LEVEL        PIC 9(1).
           05  RR-MAX-DAYS-LATE        PIC 9(4).
           05  RR-CREDIT-HOLD          PIC X(1).
           05  RR-KYC-OUTCOME          PIC X(1).
           05  RR-KYC-OVERDUE          PIC X(1).
           05  RR-AML-CASES            PIC 9(3).
      *    Historique, la plus recente en tete.
           05  RR-HISTORY OCCURS 12 TIMES.
               10  RR-HIST-DATE        PIC 9(8).
               10  RR-HIST-GRADE       PIC X(1).
               10  RR-HIST-SCORE       PIC 9(3).
           05  FILLER                  PIC X(10).

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS.
       COPY CUSTOMER-RECORD.

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
               88  MA-CLOSED           VALUE 'C'.
           05  MA-BRANCH-CODE          PIC X(6).
           05  MA-CURRENCY-CODE        PIC X(3).
           05  MA-OD-FEE-COUNT         PIC 9(03) COMP-3.
           05  MA-STMT-CYCLE-DAY       PIC 9(02).
           05  MA-ACCRUED-INTEREST     PIC S9(11)V99 COMP-3.
           05  MA-LAST-ACCRUAL-DATE    PIC 9(8).
           05  FILLER                  PIC X(8).

      *    Meme disposition que OVERDRAFT-EXCEPTION-RECORD dans
      *    BANKTRAN.
       FD  OVERDRAFT-EXCEPTION-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  OVERDRAFT-EXCEPTION-RECORD.
           05  OD-ACCOUNT-NUMBER       PIC X(12).
           05  FILLER                  PIC X(03).
           05  OD-TRANSACTION-ID       PIC X(16).
           05  FILLER                  PIC X(03).
           05  OD-ATTEMPTED-AMOUNT     PIC X(16).
           05  FILLER                  PIC X(03).
           05  OD-OVERDRAFT-LIMIT      PIC X(16).
           05  FILLER                  PIC X(03).
           05  OD-TELLER-ID            PIC X(8).
           05  FILLER                  PIC X(03).
           05  OD-BRANCH-CODE          PIC X(6).
           05  FILLER                  PIC X(03).
           05  OD-REJECT-REASON        PIC X(20).
           05  FILLER                  PIC X(30).

      *    Meme disposition que NSF-RETRY-RECORD dans BANKTRAN.
       FD  NSF-RETRY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  NSF-RETRY-RECORD.
           05  NSF-TRANSACTION-ID      PIC X(16).
           05  NSF-ACCOUNT-NUMBER      PIC 9(12).
           05  NSF-TRANSACTION-TYPE    PIC X(02).
           05  NSF-AMOUNT              PIC 9(13)V99 COMP-3.
           05  NSF-DEST-ACCOUNT        PIC 9(12).
           05  NSF-TRANSACTION-DATE    PIC 9(8).
           05  NSF-TRANSACTION-TIME    PIC 9(6).
           05  NSF-BRANCH-CODE         PIC X(6).
           05  NSF-TELLER-ID           PIC X(8).
           05  NSF-REFERENCE           PIC X(20).
           05  NSF-CURRENCY-CODE       PIC X(3).
           05  FILLER                  PIC X(14).

      *    Meme disposition que RETURN-ITEM-RECORD dans CLRINTAKE.
       FD  RETURN-ITEMS-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  RETURN-ITEM-RECORD.
           05  RI-NETWORK-TYPE         PIC X(03).
           05  RI-TRACE-NUMBER         PIC X(15).
           05  RI-ACCOUNT-NUMBER       PIC X(12).
           05  RI-AMOUNT               PIC 9(11)V99.
           05  RI-VALUE-DATE           PIC 9(8).
           05  RI-RETURN-REASON        PIC X(03).
           05  FILLER                  PIC X(46).

      *    Meme disposition que dans ORDER-PROCESSOR.
       FD  AR-OPEN-FILE.
       01  AR-OPEN-RECORD.
           05  ARO-INVOICE-NUMBER      PIC 9(8).
           05  ARO-CUSTOMER-ID         PIC X(8).
           05  ARO-ORDER-ID            PIC X(10).
           05  ARO-INVOICE-DATE        PIC 9(8).
           05  ARO-DUE-DATE            PIC 9(8).
           05  ARO-TERMS               PIC X(3).
           05  ARO-AMOUNT-OPEN         PIC S9(9)V99.
           05  ARO-DUNNING-LEVEL       PIC 9(1).
           05  ARO-TAX-AMOUNT          PIC S9(7)V99.
           05  ARO-FREIGHT-AMOUNT      PIC S9(5)V99.
           05  ARO-SALES-REP           PIC X(6).
           05  ARO-GROUP-CODE          PIC X(4).

       FD  CREDIT-HOLD-LIST-FILE.
       01  CREDIT-HOLD-LIST-RECORD.
           05  CHF-CUSTOMER-ID         PIC X(8).
           05  FILLER                  PIC X(8).

      *    Meme disposition que chez KYCREV.
       FD  KYC-MASTER-FILE.
       01  KYC-MASTER-RECORD.
           05  KYC-CUST-ID             PIC 9(10).
           05  KYC-RISK-BAND           PIC X(1).
           05  KYC-LAST-REVIEW         PIC 9(8).
           05  KYC-NEXT-REVIEW         PIC 9(8).
           05  KYC-LAST-OUTCOME        PIC X(1).
               88  KYC-ESCALATED       VALUE 'E'.
           05  KYC-REVIEWER            PIC X(8).
           05  FILLER                  PIC X(14).

      *    Meme disposition que chez AMLCASE.
       FD  AML-CASE-FILE.
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
           05  AML-DISPOSITION-CODE    PIC X(02).
               88  AML-STR-FILED       VALUE 'SR'.
               88  AML-MONITOR         VALUE 'MO'.
           05  AML-REVIEWER            PIC X(8).
           05  AML-DISPOSITION-DATE    PIC 9(8).
           05  AML-NOTE                PIC X(30).
           05  AML-CASE-TYPE           PIC X(01).
           05  FILLER                  PIC X(09).

       FD  MIGRATION-REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  MIGRATION-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-CODES.
           05  WS-RSK-STATUS           PIC X(02) VALUE SPACES.
           05  WS-CST-STATUS           PIC X(02) VALUE SPACES.
           05  WS-ACCT-STATUS          PIC X(02) VALUE SPACES.
           05  WS-OVD-STATUS           PIC X(02) VALUE SPACES.
           05  WS-NSF-STATUS           PIC X(02) VALUE SPACES.
           05  WS-RET-STATUS           PIC X(02) VALUE SPACES.
           05  WS-ARO-STATUS           PIC X(02) VALUE SPACES.
           05  WS-CHL-STATUS           PIC X(02) VALUE SPACES.
           05  WS-KYC-STATUS           PIC X(02) VALUE SPACES.
           05  WS-AML-STATUS           PIC X(02) VALUE SPACES.
           05  WS-MIG-STATUS           PIC X(02) VALUE SPACES.

       01  WS-RUN-FIELDS.
           05  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
           05  WS-RUN-DATE-PARM        PIC X(08) VALUE SPACES.
           05  WS-ARG-NUM              PIC 9(01) VALUE 1.
           05  WS-RUN-DATE-INT         PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-DUE-DATE-INT         PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-DAYS-LATE            PIC S9(7) COMP-3 VALUE ZERO.
           05  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
               88  FILE-EOF            VALUE 'Y'.
           05  WS-KYC-OPEN-FLAG        PIC X(01) VALUE 'N'.
               88  KYC-FILE-OPEN       VALUE 'Y'.
           05  WS-TALLY-FULL-FLAG      PIC X(01) VALUE 'N'.
               88  TALLY-TABLE-FULL    VALUE 'Y'.

      *    Points par composante et plafonds. Un client sans aucun
      *    incident reste a zero.
       01  WS-SCORING-WEIGHTS.
           05  WS-PTS-PER-OVERDRAFT    PIC 9(3) VALUE 5.
           05  WS-CAP-OVERDRAFT        PIC 9(3) VALUE 20.
           05  WS-PTS-PER-NSF          PIC 9(3) VALUE 5.
           05  WS-CAP-NSF              PIC 9(3) VALUE 20.
           05  WS-PTS-PER-RETURN       PIC 9(3) VALUE 10.
           05  WS-CAP-RETURN           PIC 9(3) VALUE 30.
           05  WS-PTS-PER-DUNNING      PIC 9(3) VALUE 10.
           05  WS-PTS-LATE-OVER-90     PIC 9(3) VALUE 25.
           05  WS-PTS-LATE-OVER-60     PIC 9(3) VALUE 15.
           05  WS-PTS-LATE-OVER-30     PIC 9(3) VALUE 10.
           05  WS-PTS-LATE-ANY         PIC 9(3) VALUE 5.
           05  WS-PTS-CREDIT-HOLD      PIC 9(3) VALUE 20.
           05  WS-PTS-KYC-ESCALATED    PIC 9(3) VALUE 15.
           05  WS-PTS-KYC-OVERDUE      PIC 9(3) VALUE 10.
           05  WS-PTS-AML-OPEN         PIC 9(3) VALUE 25.
           05  WS-PTS-AML-STR          PIC 9(3) VALUE 20.
           05  WS-PTS-AML-MONITOR      PIC 9(3) VALUE 10.
           05  WS-CAP-AML              PIC 9(3) VALUE 40.

      *    Grille des notes : la note est la premiere dont le seuil
      *    depasse le score.
       01  WS-GRADE-VALUES.
           05  FILLER                  PIC X(4) VALUE 'A010'.
           05  FILLER                  PIC X(4) VALUE 'B025'.
           05  FILLER                  PIC X(4) VALUE 'C045'.
           05  FILLER                  PIC X(4) VALUE 'D070'.
           05  FILLER                  PIC X(4) VALUE 'E999'.
       01  WS-GRADE-TABLE REDEFINES WS-GRADE-VALUES.
           05  WS-GRD-ENTRY OCCURS 5 TIMES.
               10  WS-GRD-CODE         PIC X(1).
               10  WS-GRD-CEILING      PIC 9(3).

       01  WS-GRADE-COUNTERS.
           05  WS-GRD-CUSTOMERS        PIC 9(7) COMP-3 VALUE ZERO
                                       OCCURS 5 TIMES.

      *    Comptes du fichier maitre en table : rattachement des
      *    incidents bancaires et des dossiers AML au client.
       01  WS-ACCOUNT-TABLE.
           05  WS-ACT-COUNT            PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-ACT-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-ACT-COUNT
                   INDEXED BY WS-ACT-IDX.
               10  WS-ACT-ACCOUNT      PIC 9(12).
               10  WS-ACT-CUST-ID      PIC 9(10).

      *    Incidents cumules par client, toutes sources confondues.
       01  WS-TALLY-TABLE.
           05  WS-TLY-COUNT            PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-TLY-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-TLY-COUNT
                   INDEXED BY WS-TLY-IDX.
               10  WS-TLY-CUST-ID      PIC 9(10).
               10  WS-TLY-OD-COUNT     PIC 9(3) COMP-3.
               10  WS-TLY-NSF-COUNT    PIC 9(3) COMP-3.
               10  WS-TLY-RET-COUNT    PIC 9(3) COMP-3.
               10  WS-TLY-DUNNING      PIC 9(1).
               10  WS-TLY-DAYS-LATE    PIC 9(4) COMP-3.
               10  WS-TLY-HOLD         PIC X(1).
               10  WS-TLY-AML-OPEN     PIC 9(3) COMP-3.
               10  WS-TLY-AML-STR      PIC 9(3) COMP-3.
               10  WS-TLY-AML-MON      PIC 9(3) COMP-3.

       01  WS-WORK-FIELDS.
           05  WS-WORK-ACCOUNT         PIC 9(12) VALUE ZERO.
           05  WS-WORK-CUST-ID         PIC 9(10) VALUE ZERO.
           05  WS-TLY-FOUND-FLAG       PIC X(01) VALUE 'N'.
               88  TALLY-FOUND         VALUE 'Y'.
           05  WS-SCORE                PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-COMPONENT-PTS        PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-NEW-GRADE            PIC X(1) VALUE SPACES.
           05  WS-GRD-SUB              PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-GRD-SCAN             PIC S9(3) COMP-3 VALUE ZERO.
           05  WS-HIST-SUB             PIC S9(3) COMP-3 VALUE ZERO.
           05  WS-KYC-OVERDUE-FLAG     PIC X(01) VALUE 'N'.

      *    Composantes du client en cours (zero sans incident).
       01  WS-CURRENT-TALLY.
           05  WS-CUR-OD-COUNT         PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-CUR-NSF-COUNT        PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-CUR-RET-COUNT        PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-CUR-DUNNING          PIC 9(1) VALUE ZERO.
           05  WS-CUR-DAYS-LATE        PIC 9(4) COMP-3 VALUE ZERO.
           05  WS-CUR-HOLD             PIC X(1) VALUE 'N'.
           05  WS-CUR-AML-OPEN         PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-CUR-AML-STR          PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-CUR-AML-MON          PIC 9(3) COMP-3 VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-CUSTOMERS-READ       PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-RECORDS-CREATED      PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-RERATED-SAME-DAY     PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-DOWNGRADES           PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-UPGRADES             PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-UNCHANGED            PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-OVERDRAFTS-READ      PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-NSF-READ             PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-RETURNS-READ         PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-UNMATCHED-ITEMS      PIC 9(7) COMP-3 VALUE ZERO.

       01  WS-REPORT-LINES.
           05  WS-MIG-TITLE.
               10  FILLER              PIC X(38) VALUE
                   'MIGRATIONS DE NOTE DE RISQUE CLIENT - '.
               10  MT-RUN-DATE         PIC 9(8).
               10  FILLER              PIC X(86) VALUE SPACES.
           05  WS-MIG-DETAIL.
               10  FILLER              PIC X(9) VALUE 'CLIENT : '.
               10  MD-CUST-ID          PIC 9(10).
               10  FILLER              PIC X(3) VALUE ' - '.
               10  MD-CUST-NAME        PIC X(50).
               10  FILLER              PIC X(10) VALUE '  ANCIEN: '.
               10  MD-OLD-GRADE        PIC X(1).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  MD-OLD-SCORE        PIC ZZ9.
               10  FILLER              PIC X(11) VALUE '  NOUVEAU: '.
               10  MD-NEW-GRADE        PIC X(1).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  MD-NEW-SCORE        PIC ZZ9.
               10  FILLER              PIC X(2) VALUE SPACES.
               10  MD-DIRECTION        PIC X(12).
               10  FILLER              PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-CONTROL.
           PERFORM 100-INITIALIZE
           PERFORM 200-RATE-ALL-CUSTOMERS
           PERFORM 300-FINALIZE
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-RUN-DATE-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-RUN-DATE-PARM NOT = SPACES
                   AND WS-RUN-DATE-PARM IS NUMERIC
               MOVE WS-RUN-DATE-PARM TO WS-RUN-DATE
           END-IF
           COMPUTE WS-RUN-DATE-INT
               = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

           OPEN I-O RISK-RATING-FILE
           IF WS-RSK-STATUS = '35'
      *        Premier passage : le fichier des notes est cree vide.
               OPEN OUTPUT RISK-RATING-FILE
               CLOSE RISK-RATING-FILE
               OPEN I-O RISK-RATING-FILE
           END-IF
           IF WS-RSK-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE FICHIER NOTES: '
                       WS-RSK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT MIGRATION-REPORT-FILE
           IF WS-MIG-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RAPPORT MIGRATIONS: '
                       WS-MIG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO MT-RUN-DATE
           WRITE MIGRATION-REPORT-LINE FROM WS-MIG-TITLE
           MOVE SPACES TO MIGRATION-REPORT-LINE
           WRITE MIGRATION-REPORT-LINE

           OPEN INPUT KYC-MASTER-FILE
           IF WS-KYC-STATUS = '00'
               MOVE 'Y' TO WS-KYC-OPEN-FLAG
           ELSE
               DISPLAY 'FICHIER KYC ABSENT - COMPOSANTE KYC SANS EFFET'
           END-IF

           PERFORM 110-LOAD-ACCOUNTS
           PERFORM 120-LOAD-OVERDRAFTS
           PERFORM 130-LOAD-NSF-RETRIES
           PERFORM 140-LOAD-RETURNED-ITEMS
           PERFORM 150-LOAD-AR-OPEN-ITEMS
           PERFORM 160-LOAD-CREDIT-HOLDS
           PERFORM 170-LOAD-AML-CASES.

       110-LOAD-ACCOUNTS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT MASTER-ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE FICHIER COMPTES: '
                       WS-ACCT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 115-LOAD-ONE-ACCOUNT
               UNTIL FILE-EOF
           CLOSE MASTER-ACCOUNT-FILE.

       115-LOAD-ONE-ACCOUNT.
           READ MASTER-ACCOUNT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF WS-ACT-COUNT < 20000
                       ADD 1 TO WS-ACT-COUNT
                       MOVE MA-ACCOUNT-NUMBER
                           TO WS-ACT-ACCOUNT(WS-ACT-COUNT)
                       MOVE MA-CUST-ID
                           TO WS-ACT-CUST-ID(WS-ACT-COUNT)
                   ELSE
                       DISPLAY '*** ALERTE: TABLE DES COMPTES '
                               'SATUREE - NOTES INCOMPLETES ***'
                   END-IF
           END-READ.

       120-LOAD-OVERDRAFTS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT OVERDRAFT-EXCEPTION-FILE
           IF WS-OVD-STATUS NOT = '00'
               DISPLAY 'EXCEPTIONS DECOUVERT ABSENTES - COMPOSANTE '
                       'SANS EFFET'
           ELSE
               PERFORM 125-LOAD-ONE-OVERDRAFT
                   UNTIL FILE-EOF
               CLOSE OVERDRAFT-EXCEPTION-FILE
           END-IF.

       125-LOAD-ONE-OVERDRAFT.
           READ OVERDRAFT-EXCEPTION-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-OVERDRAFTS-READ
                   IF OD-ACCOUNT-NUMBER IS NUMERIC
                       MOVE OD-ACCOUNT-NUMBER TO WS-WORK-ACCOUNT
                       PERFORM 180-FIND-ACCOUNT-CUSTOMER
                       PERFORM 185-LOCATE-TALLY
                       IF TALLY-FOUND
                           ADD 1 TO WS-TLY-OD-COUNT(WS-TLY-IDX)
                       END-IF
                   END-IF
           END-READ.

       130-LOAD-NSF-RETRIES.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT NSF-RETRY-FILE
           IF WS-NSF-STATUS NOT = '00'
               DISPLAY 'FILE NSF ABSENTE - COMPOSANTE SANS EFFET'
           ELSE
               PERFORM 135-LOAD-ONE-NSF
                   UNTIL FILE-EOF
               CLOSE NSF-RETRY-FILE
           END-IF.

       135-LOAD-ONE-NSF.
           READ NSF-RETRY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-NSF-READ
                   MOVE NSF-ACCOUNT-NUMBER TO WS-WORK-ACCOUNT
                   PERFORM 180-FIND-ACCOUNT-CUSTOMER
                   PERFORM 185-LOCATE-TALLY
                   IF TALLY-FOUND
                       ADD 1 TO WS-TLY-NSF-COUNT(WS-TLY-IDX)
                   END-IF
           END-READ.

      *    Impayes : le R10 (debit non autorise) est le fait du
      *    creancier, il ne compte pas contre notre client.
       140-LOAD-RETURNED-ITEMS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT RETURN-ITEMS-FILE
           IF WS-RET-STATUS NOT = '00'
               DISPLAY 'IMPAYES ABSENTS - COMPOSANTE SANS EFFET'
           ELSE
               PERFORM 145-LOAD-ONE-RETURN
                   UNTIL FILE-EOF
               CLOSE RETURN-ITEMS-FILE
           END-IF.

       145-LOAD-ONE-RETURN.
           READ RETURN-ITEMS-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-RETURNS-READ
                   IF RI-RETURN-REASON NOT = 'R10'
                           AND RI-ACCOUNT-NUMBER IS NUMERIC
                       MOVE RI-ACCOUNT-NUMBER TO WS-WORK-ACCOUNT
                       PERFORM 180-FIND-ACCOUNT-CUSTOMER
                       PERFORM 185-LOCATE-TALLY
                       IF TALLY-FOUND
                           ADD 1 TO WS-TLY-RET-COUNT(WS-TLY-IDX)
                       END-IF
                   END-IF
           END-READ.

      *    Postes ouverts AR : plus haut niveau de relance et plus
      *    grand retard sur l'echeance, avoirs exclus. Le client du
      *    commercial est le CUST-ID sur 8 positions (meme passage
      *    qu'ORDER-PROCESSOR vers CUSTFILE).
       150-LOAD-AR-OPEN-ITEMS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT AR-OPEN-FILE
           IF WS-ARO-STATUS NOT = '00'
               DISPLAY 'POSTES OUVERTS AR ABSENTS - COMPOSANTE '
                       'SANS EFFET'
           ELSE
               PERFORM 155-LOAD-ONE-OPEN-ITEM
                   UNTIL FILE-EOF
               CLOSE AR-OPEN-FILE
           END-IF.

       155-LOAD-ONE-OPEN-ITEM.
           READ AR-OPEN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF ARO-AMOUNT-OPEN > ZERO
                           AND ARO-CUSTOMER-ID IS NUMERIC
                       MOVE ARO-CUSTOMER-ID TO WS-WORK-CUST-ID
                       PERFORM 185-LOCATE-TALLY
                       IF TALLY-FOUND
                           PERFORM 157-AGE-OPEN-ITEM
                       END-IF
                   END-IF
           END-READ.

       157-AGE-OPEN-ITEM.
           IF ARO-DUNNING-LEVEL > WS-TLY-DUNNING(WS-TLY-IDX)
               MOVE ARO-DUNNING-LEVEL
                   TO WS-TLY-DUNNING(WS-TLY-IDX)
           END-IF
           IF ARO-DUE-DATE IS NUMERIC
                   AND ARO-DUE-DATE > ZERO
                   AND ARO-DUE-DATE < WS-RUN-DATE
               COMPUTE WS-DUE-DATE-INT
                   = FUNCTION INTEGER-OF-DATE(ARO-DUE-DATE)
               COMPUTE WS-DAYS-LATE
                   = WS-RUN-DATE-INT - WS-DUE-DATE-INT
               IF WS-DAYS-LATE > 9999
                   MOVE 9999 TO WS-DAYS-LATE
               END-IF
               IF WS-DAYS-LATE > WS-TLY-DAYS-LATE(WS-TLY-IDX)
                   MOVE WS-DAYS-LATE
                       TO WS-TLY-DAYS-LATE(WS-TLY-IDX)
               END-IF
           END-IF.

       160-LOAD-CREDIT-HOLDS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CREDIT-HOLD-LIST-FILE
           IF WS-CHL-STATUS NOT = '00'
               DISPLAY 'LISTE DES BLOCAGES CREDIT ABSENTE - '
                       'COMPOSANTE SANS EFFET'
           ELSE
               PERFORM 165-LOAD-ONE-CREDIT-HOLD
                   UNTIL FILE-EOF
               CLOSE CREDIT-HOLD-LIST-FILE
           END-IF.

       165-LOAD-ONE-CREDIT-HOLD.
           READ CREDIT-HOLD-LIST-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF CHF-CUSTOMER-ID IS NUMERIC
                       MOVE CHF-CUSTOMER-ID TO WS-WORK-CUST-ID
                       PERFORM 185-LOCATE-TALLY
                       IF TALLY-FOUND
                           MOVE 'Y' TO WS-TLY-HOLD(WS-TLY-IDX)
                       END-IF
                   END-IF
           END-READ.

      *    Dossiers AML : ouverts, declares (SR) ou sous surveillance
      *    (MO) ; les faux positifs (FP) ne comptent pas.
       170-LOAD-AML-CASES.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT AML-CASE-FILE
           IF WS-AML-STATUS NOT = '00'
               DISPLAY 'DOSSIERS AML ABSENTS - COMPOSANTE SANS EFFET'
           ELSE
               PERFORM 175-LOAD-ONE-AML-CASE
                   UNTIL FILE-EOF
               CLOSE AML-CASE-FILE
           END-IF.

       175-LOAD-ONE-AML-CASE.
           READ AML-CASE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE AML-ACCOUNT-NUMBER TO WS-WORK-ACCOUNT
                   PERFORM 180-FIND-ACCOUNT-CUSTOMER
                   PERFORM 185-LOCATE-TALLY
                   IF TALLY-FOUND
                       EVALUATE TRUE
                           WHEN AML-CASE-OPEN
                               ADD 1 TO WS-TLY-AML-OPEN(WS-TLY-IDX)
                           WHEN AML-STR-FILED
                               ADD 1 TO WS-TLY-AML-STR(WS-TLY-IDX)
                           WHEN AML-MONITOR
                               ADD 1 TO WS-TLY-AML-MON(WS-TLY-IDX)
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

      *    Compte -> client par la table des comptes ; zero si le
      *    compte n'est plus au fichier maitre.
       180-FIND-ACCOUNT-CUSTOMER.
           MOVE ZERO TO WS-WORK-CUST-ID
           IF WS-ACT-COUNT > 0
               SET WS-ACT-IDX TO 1
               SEARCH WS-ACT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ACT-ACCOUNT(WS-ACT-IDX) = WS-WORK-ACCOUNT
                       MOVE WS-ACT-CUST-ID(WS-ACT-IDX)
                           TO WS-WORK-CUST-ID
               END-SEARCH
           END-IF.

      *    Ligne de cumul du client WS-WORK-CUST-ID, creee a zero au
      *    premier incident ; WS-TLY-IDX la designe au retour.
       185-LOCATE-TALLY.
           MOVE 'N' TO WS-TLY-FOUND-FLAG
           IF WS-WORK-CUST-ID = ZERO
               ADD 1 TO WS-UNMATCHED-ITEMS
           ELSE
               IF WS-TLY-COUNT > 0
                   SET WS-TLY-IDX TO 1
                   SEARCH WS-TLY-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-TLY-CUST-ID(WS-TLY-IDX)
                               = WS-WORK-CUST-ID
                           MOVE 'Y' TO WS-TLY-FOUND-FLAG
                   END-SEARCH
               END-IF
               IF NOT TALLY-FOUND
                   PERFORM 187-ADD-TALLY-ENTRY
               END-IF
           END-IF.

       187-ADD-TALLY-ENTRY.
           IF WS-TLY-COUNT < 10000
               ADD 1 TO WS-TLY-COUNT
               SET WS-TLY-IDX TO WS-TLY-COUNT
               MOVE WS-WORK-CUST-ID TO WS-TLY-CUST-ID(WS-TLY-IDX)
               MOVE ZERO TO WS-TLY-OD-COUNT(WS-TLY-IDX)
                            WS-TLY-NSF-COUNT(WS-TLY-IDX)
                            WS-TLY-RET-COUNT(WS-TLY-IDX)
                            WS-TLY-DUNNING(WS-TLY-IDX)
                            WS-TLY-DAYS-LATE(WS-TLY-IDX)
                            WS-TLY-AML-OPEN(WS-TLY-IDX)
                            WS-TLY-AML-STR(WS-TLY-IDX)
                            WS-TLY-AML-MON(WS-TLY-IDX)
               MOVE 'N' TO WS-TLY-HOLD(WS-TLY-IDX)
               MOVE 'Y' TO WS-TLY-FOUND-FLAG
           ELSE
               IF NOT TALLY-TABLE-FULL
                   MOVE 'Y' TO WS-TALLY-FULL-FLAG
                   DISPLAY '*** ALERTE: TABLE DES INCIDENTS '
                           'SATUREE - NOTES INCOMPLETES ***'
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *    PASSAGE PRINCIPAL : score et note par client, mise a jour
      *    de la fiche et de son historique, rapport de migration.
      *----------------------------------------------------------------
       200-RATE-ALL-CUSTOMERS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CUSTOMER-FILE
           IF WS-CST-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE FICHIER CLIENTS: '
                       WS-CST-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 210-RATE-ONE-CUSTOMER
                   UNTIL FILE-EOF
               CLOSE CUSTOMER-FILE
           END-IF.

       210-RATE-ONE-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-CUSTOMERS-READ
                   PERFORM 215-GATHER-COMPONENTS
                   PERFORM 220-COMPUTE-SCORE
                   PERFORM 230-ASSIGN-GRADE
                   PERFORM 240-UPDATE-RATING-RECORD
                   PERFORM 260-REPORT-MIGRATION
           END-READ.

       215-GATHER-COMPONENTS.
           MOVE ZERO TO WS-CUR-OD-COUNT
                        WS-CUR-NSF-COUNT
                        WS-CUR-RET-COUNT
                        WS-CUR-DUNNING
                        WS-CUR-DAYS-LATE
                        WS-CUR-AML-OPEN
                        WS-CUR-AML-STR
                        WS-CUR-AML-MON
           MOVE 'N' TO WS-CUR-HOLD
           IF WS-TLY-COUNT > 0
               SET WS-TLY-IDX TO 1
               SEARCH WS-TLY-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-TLY-CUST-ID(WS-TLY-IDX) = CUST-ID
                       MOVE WS-TLY-OD-COUNT(WS-TLY-IDX)
                           TO WS-CUR-OD-COUNT
                       MOVE WS-TLY-NSF-COUNT(WS-TLY-IDX)
                           TO WS-CUR-NSF-COUNT
                       MOVE WS-TLY-RET-COUNT(WS-TLY-IDX)
                           TO WS-CUR-RET-COUNT
                       MOVE WS-TLY-DUNNING(WS-TLY-IDX)
                           TO WS-CUR-DUNNING
                       MOVE WS-TLY-DAYS-LATE(WS-TLY-IDX)
                           TO WS-CUR-DAYS-LATE
                       MOVE WS-TLY-HOLD(WS-TLY-IDX)
                           TO WS-CUR-HOLD
                       MOVE WS-TLY-AML-OPEN(WS-TLY-IDX)
                           TO WS-CUR-AML-OPEN
                       MOVE WS-TLY-AML-STR(WS-TLY-IDX)
                           TO WS-CUR-AML-STR
                       MOVE WS-TLY-AML-MON(WS-TLY-IDX)
                           TO WS-CUR-AML-MON
               END-SEARCH
           END-IF

      *    La bande KYC elle-meme n'est pas reprise : KYCREV la tire
      *    desormais de cette note, seule l'histoire de la revue
      *    (issue escaladee, revue en retard) compte ici.
           MOVE SPACES TO KYC-LAST-OUTCOME
           MOVE 'N' TO WS-KYC-OVERDUE-FLAG
           IF KYC-FILE-OPEN
               MOVE CUST-ID TO KYC-CUST-ID
               READ KYC-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO KYC-LAST-OUTCOME
                   NOT INVALID KEY
                       IF KYC-NEXT-REVIEW < WS-RUN-DATE
                               AND KYC-NEXT-REVIEW > ZERO
                           MOVE 'Y' TO WS-KYC-OVERDUE-FLAG
                       END-IF
               END-READ
           END-IF.

       220-COMPUTE-SCORE.
           MOVE ZERO TO WS-SCORE

           COMPUTE WS-COMPONENT-PTS
               = WS-CUR-OD-COUNT * WS-PTS-PER-OVERDRAFT
           IF WS-COMPONENT-PTS > WS-CAP-OVERDRAFT
               MOVE WS-CAP-OVERDRAFT TO WS-COMPONENT-PTS
           END-IF
           ADD WS-COMPONENT-PTS TO WS-SCORE

           COMPUTE WS-COMPONENT-PTS
               = WS-CUR-NSF-COUNT * WS-PTS-PER-NSF
           IF WS-COMPONENT-PTS > WS-CAP-NSF
               MOVE WS-CAP-NSF TO WS-COMPONENT-PTS
           END-IF
           ADD WS-COMPONENT-PTS TO WS-SCORE

           COMPUTE WS-COMPONENT-PTS
               = WS-CUR-RET-COUNT * WS-PTS-PER-RETURN
           IF WS-COMPONENT-PTS > WS-CAP-RETURN
               MOVE WS-CAP-RETURN TO WS-COMPONENT-PTS
           END-IF
           ADD WS-COMPONENT-PTS TO WS-SCORE

           COMPUTE WS-COMPONENT-PTS
               = WS-CUR-DUNNING * WS-PTS-PER-DUNNING
           ADD WS-COMPONENT-PTS TO WS-SCORE

           EVALUATE TRUE
               WHEN WS-CUR-DAYS-LATE > 90
                   ADD WS-PTS-LATE-OVER-90 TO WS-SCORE
               WHEN WS-CUR-DAYS-LATE > 60
                   ADD WS-PTS-LATE-OVER-60 TO WS-SCORE
               WHEN WS-CUR-DAYS-LATE > 30
                   ADD WS-PTS-LATE-OVER-30 TO WS-SCORE
               WHEN WS-CUR-DAYS-LATE > 0
                   ADD WS-PTS-LATE-ANY TO WS-SCORE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-CUR-HOLD = 'Y'
               ADD WS-PTS-CREDIT-HOLD TO WS-SCORE
           END-IF

           IF KYC-ESCALATED
               ADD WS-PTS-KYC-ESCALATED TO WS-SCORE
           END-IF
           IF WS-KYC-OVERDUE-FLAG = 'Y'
               ADD WS-PTS-KYC-OVERDUE TO WS-SCORE
           END-IF

           COMPUTE WS-COMPONENT-PTS
               = WS-CUR-AML-OPEN * WS-PTS-AML-OPEN
               + WS-CUR-AML-STR * WS-PTS-AML-STR
               + WS-CUR-AML-MON * WS-PTS-AML-MONITOR
           IF WS-COMPONENT-PTS > WS-CAP-AML
               MOVE WS-CAP-AML TO WS-COMPONENT-PTS
           END-IF
           ADD WS-COMPONENT-PTS TO WS-SCORE.

       230-ASSIGN-GRADE.
           MOVE 5 TO WS-GRD-SUB
           PERFORM 235-CHECK-ONE-GRADE
               VARYING WS-GRD-SCAN FROM 5 BY -1
               UNTIL WS-GRD-SCAN < 1
           MOVE WS-GRD-CODE(WS-GRD-SUB) TO WS-NEW-GRADE
           ADD 1 TO WS-GRD-CUSTOMERS(WS-GRD-SUB).

      *    Parcours de E vers A : la derniere note retenue est la
      *    plus basse dont le seuil depasse le score.
       235-CHECK-ONE-GRADE.
           IF WS-SCORE < WS-GRD-CEILING(WS-GRD-SCAN)
               MOVE WS-GRD-SCAN TO WS-GRD-SUB
           END-IF.

      *    Nouvelle note : l'ancienne passe en note precedente et
      *    l'historique descend d'un cran. Un second passage le meme
      *    jour ne remplace que la note courante.
       240-UPDATE-RATING-RECORD.
           MOVE CUST-ID TO RR-CUST-ID
           READ RISK-RATING-FILE
               INVALID KEY
                   MOVE SPACES TO RISK-RATING-RECORD
                   MOVE CUST-ID TO RR-CUST-ID
                   MOVE ZERO TO RR-PREVIOUS-SCORE
                   PERFORM 245-CLEAR-ONE-HISTORY
                       VARYING WS-HIST-SUB FROM 1 BY 1
                       UNTIL WS-HIST-SUB > 12
                   PERFORM 250-STORE-CURRENT-RATING
                   WRITE RISK-RATING-RECORD
                   ADD 1 TO WS-RECORDS-CREATED
               NOT INVALID KEY
                   IF RR-RATING-DATE = WS-RUN-DATE
                       ADD 1 TO WS-RERATED-SAME-DAY
                   ELSE
                       MOVE RR-CURRENT-GRADE TO RR-PREVIOUS-GRADE
                       MOVE RR-CURRENT-SCORE TO RR-PREVIOUS-SCORE
                       PERFORM 247-SHIFT-ONE-HISTORY
                           VARYING WS-HIST-SUB FROM 12 BY -1
                           UNTIL WS-HIST-SUB < 2
                   END-IF
                   PERFORM 250-STORE-CURRENT-RATING
                   REWRITE RISK-RATING-RECORD
           END-READ.

       245-CLEAR-ONE-HISTORY.
           MOVE ZERO TO RR-HIST-DATE(WS-HIST-SUB)
                        RR-HIST-SCORE(WS-HIST-SUB)
           MOVE SPACES TO RR-HIST-GRADE(WS-HIST-SUB).

       247-SHIFT-ONE-HISTORY.
           MOVE RR-HISTORY(WS-HIST-SUB - 1)
               TO RR-HISTORY(WS-HIST-SUB).

       250-STORE-CURRENT-RATING.
           MOVE WS-NEW-GRADE TO RR-CURRENT-GRADE
           MOVE WS-SCORE TO RR-CURRENT-SCORE
           MOVE WS-RUN-DATE TO RR-RATING-DATE
           MOVE WS-CUR-OD-COUNT TO RR-OD-COUNT
           MOVE WS-CUR-NSF-COUNT TO RR-NSF-COUNT
           MOVE WS-CUR-RET-COUNT TO RR-RETURN-COUNT
           MOVE WS-CUR-DUNNING TO RR-DUNNING-LEVEL
           MOVE WS-CUR-DAYS-LATE TO RR-MAX-DAYS-LATE
           MOVE WS-CUR-HOLD TO RR-CREDIT-HOLD
           MOVE KYC-LAST-OUTCOME TO RR-KYC-OUTCOME
           MOVE WS-KYC-OVERDUE-FLAG TO RR-KYC-OVERDUE
           COMPUTE RR-AML-CASES
               = WS-CUR-AML-OPEN + WS-CUR-AML-STR + WS-CUR-AML-MON
           MOVE WS-RUN-DATE TO RR-HIST-DATE(1)
           MOVE WS-NEW-GRADE TO RR-HIST-GRADE(1)
           MOVE WS-SCORE TO RR-HIST-SCORE(1).

      *    Les notes vont de A (sain) a E : une lettre plus haute est
      *    une degradation.
       260-REPORT-MIGRATION.
           EVALUATE TRUE
               WHEN RR-PREVIOUS-GRADE = SPACES
                   CONTINUE
               WHEN RR-CURRENT-GRADE = RR-PREVIOUS-GRADE
                   ADD 1 TO WS-UNCHANGED
               WHEN OTHER
                   IF RR-CURRENT-GRADE > RR-PREVIOUS-GRADE
                       ADD 1 TO WS-DOWNGRADES
                       MOVE 'DEGRADATION' TO MD-DIRECTION
                   ELSE
                       ADD 1 TO WS-UPGRADES
                       MOVE 'AMELIORATION' TO MD-DIRECTION
                   END-IF
                   MOVE CUST-ID TO MD-CUST-ID
                   MOVE CUST-NAME TO MD-CUST-NAME
                   MOVE RR-PREVIOUS-GRADE TO MD-OLD-GRADE
                   MOVE RR-PREVIOUS-SCORE TO MD-OLD-SCORE
                   MOVE RR-CURRENT-GRADE TO MD-NEW-GRADE
                   MOVE RR-CURRENT-SCORE TO MD-NEW-SCORE
                   WRITE MIGRATION-REPORT-LINE FROM WS-MIG-DETAIL
           END-EVALUATE.

       300-FINALIZE.
           CLOSE RISK-RATING-FILE
                 MIGRATION-REPORT-FILE
           IF KYC-FILE-OPEN
               CLOSE KYC-MASTER-FILE
           END-IF

           DISPLAY ' '
           DISPLAY '================================================'
           DISPLAY '  RAPPORT SOMMAIRE - NOTATION RISQUE CLIENT     '
           DISPLAY '================================================'
           DISPLAY 'CLIENTS NOTES          : ' WS-CUSTOMERS-READ
           DISPLAY 'FICHES CREEES          : ' WS-RECORDS-CREATED
           DISPLAY 'RENOTES LE MEME JOUR   : ' WS-RERATED-SAME-DAY
           DISPLAY 'DECOUVERTS LUS         : ' WS-OVERDRAFTS-READ
           DISPLAY 'RETENTATIVES NSF LUES  : ' WS-NSF-READ
           DISPLAY 'IMPAYES LUS            : ' WS-RETURNS-READ
           DISPLAY 'INCIDENTS SANS CLIENT  : ' WS-UNMATCHED-ITEMS
           DISPLAY 'NOTE A                 : ' WS-GRD-CUSTOMERS(1)
           DISPLAY 'NOTE B                 : ' WS-GRD-CUSTOMERS(2)
           DISPLAY 'NOTE C                 : ' WS-GRD-CUSTOMERS(3)
           DISPLAY 'NOTE D                 : ' WS-GRD-CUSTOMERS(4)
           DISPLAY 'NOTE E                 : ' WS-GRD-CUSTOMERS(5)
           DISPLAY 'DEGRADATIONS           : ' WS-DOWNGRADES
           DISPLAY 'AMELIORATIONS          : ' WS-UPGRADES
           DISPLAY 'NOTES INCHANGEES       : ' WS-UNCHANGED
           DISPLAY '================================================'.

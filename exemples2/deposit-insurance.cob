       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPINS.
       AUTHOR. BANKING SYSTEM TEAM.
      ******************************************************************
      * COUVERTURE DE LA GARANTIE DES DEPOTS PAR CATEGORIE DE DETENTION *
      * - Pour chaque deposant : part assuree et part non assuree de    *
      *   ses depots, demandee par les auditeurs et par l'assureur des  *
      *   depots ; le chiffre trimestriel des depots non assures cesse  *
      *   d'etre estime a la main                                       *
      * - Depot d'un compte = solde crediteur du fichier maitre plus    *
      *   interets courus (MA-ACCRUED-INTEREST) ; un depot a terme      *
      *   (TDTERMS) deja denoue n'est plus compte, ses fonds sont en    *
      *   route vers le compte de balayage ou de versement              *
      * - Categorie de detention : retraite et entreprise d'apres       *
      *   MA-ACCOUNT-TYPE, sinon joint si la table de detention         *
      *   (OWNXREF) porte des cotitulaires, individuel sinon            *
      * - Le solde d'un compte joint est reparti a parts egales entre   *
      *   ses detenteurs (reliquat d'arrondi au titulaire principal,    *
      *   comme INTTAX) ; le plafond de garantie s'applique par         *
      *   deposant et par categorie                                     *
      * - Sorties : fichier de couverture par deposant (INSCOV) et      *
      *   synthese par agence des depots non assures (INSBRCH), la part *
      *   non assuree d'un deposant etant repartie entre les agences de *
      *   ses comptes au prorata des soldes                             *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-ACCOUNT-FILE
               ASSIGN TO ACCTIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MA-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

      *    Contrats de depot a terme tenus par TDMATUR.
           SELECT TERM-DEPOSIT-FILE
               ASSIGN TO TDTERMS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TD-ACCOUNT-NUMBER
               FILE STATUS IS WS-TDP-STATUS.

      *    Table croisee de detention tenue par ACCTMAINT : les liens
      *    'J' rattachent chaque compte joint a ses cotitulaires.
           SELECT OWNERSHIP-XREF-FILE
               ASSIGN TO OWNXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OX-KEY
               FILE STATUS IS WS-OWN-STATUS.

           SELECT COVERAGE-FILE
               ASSIGN TO INSCOV
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-COV-STATUS.

           SELECT BRANCH-SUMMARY-FILE
               ASSIGN TO INSBRCH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      *    Date d'exploitation publiee par le pilote de nuit.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO BIZDATE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BIZ-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
           05  MA-BRANCH-CODE          PIC X(6).
           05  MA-CURRENCY-CODE        PIC X(3).
           05  MA-OD-FEE-COUNT         PIC 9(03) COMP-3
                                       VALUE ZERO.
           05  MA-STMT-CYCLE-DAY       PIC 9(02).
           05  MA-ACCRUED-INTEREST     PIC S9(11)V99 COMP-3.
           05  MA-LAST-ACCRUAL-DATE    PIC 9(8).
           05  FILLER                  PIC X(8).

      *    Meme disposition que dans BANKTRAN.
       FD  TERM-DEPOSIT-FILE
           RECORDING MODE IS F.
       01  TERM-DEPOSIT-RECORD.
           05  TD-ACCOUNT-NUMBER       PIC 9(12).
           05  TD-TERM-MONTHS          PIC 9(3).
           05  TD-ISSUE-DATE           PIC 9(8).
           05  TD-MATURITY-DATE        PIC 9(8).
           05  TD-ANNUAL-RATE          PIC 99V99.
           05  TD-DISPOSITION          PIC X(01).
               88  TD-RENEW            VALUE 'R'.
               88  TD-SWEEP            VALUE 'S'.
               88  TD-PAYOUT           VALUE 'P'.
           05  TD-SWEEP-ACCOUNT        PIC 9(12).
           05  TD-PENALTY-RATE         PIC 99V99.
           05  TD-STATUS-CODE          PIC X(01).
               88  TD-OPEN             VALUE 'A'.
               88  TD-CLOSED-OUT       VALUE 'C'.
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

      *    Un enregistrement par deposant et par categorie :
      *    'S' individuel, 'J' joint, 'R' retraite, 'B' entreprise.
       FD  COVERAGE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  COVERAGE-RECORD.
           05  CV-AS-OF-DATE           PIC 9(8).
           05  CV-CUST-ID              PIC 9(10).
           05  CV-CATEGORY             PIC X(01).
           05  CV-ACCOUNT-COUNT        PIC 9(5).
           05  CV-DEPOSIT-TOTAL        PIC S9(13)V99 COMP-3.
           05  CV-COVERAGE-LIMIT       PIC S9(13)V99 COMP-3.
           05  CV-INSURED-AMOUNT       PIC S9(13)V99 COMP-3.
           05  CV-UNINSURED-AMOUNT     PIC S9(13)V99 COMP-3.
           05  FILLER                  PIC X(12).

       FD  BRANCH-SUMMARY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  BRANCH-SUMMARY-RECORD       PIC X(120).

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  BUSINESS-DATE-RECORD.
           05  BIZ-BUSINESS-DATE       PIC 9(8).
           05  BIZ-NEXT-BUSINESS-DATE  PIC 9(8).
           05  FILLER                  PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-CODES.
           05  WS-ACCT-STATUS          PIC X(02) VALUE SPACES.
           05  WS-TDP-STATUS           PIC X(02) VALUE SPACES.
           05  WS-OWN-STATUS           PIC X(02) VALUE SPACES.
           05  WS-COV-STATUS           PIC X(02) VALUE SPACES.
           05  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
           05  WS-BIZ-STATUS           PIC X(02) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-ACCOUNTS-READ        PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-ACCOUNTS-COUNTED     PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-TD-CLOSED-OUT        PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-JOINT-SPLITS         PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-RECORDS-WRITTEN      PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-DEPOSITORS-OVER      PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-TOTAL-DEPOSITS       PIC S9(15)V99 COMP-3
                                       VALUE ZERO.
           05  WS-TOTAL-INSURED        PIC S9(15)V99 COMP-3
                                       VALUE ZERO.
           05  WS-TOTAL-UNINSURED      PIC S9(15)V99 COMP-3
                                       VALUE ZERO.

       01  WS-PARAMETER-FIELDS.
           05  WS-ARG-NUM              PIC 9(02) VALUE 1.
           05  WS-LIMIT-PARM           PIC X(09) VALUE SPACES.

       01  WS-RUN-DATE                 PIC 9(8) VALUE ZERO.

      *    Plafond de garantie par deposant et par categorie (defaut
      *    250 000, reglementaire) ; surchargeable en parametre.
       01  WS-COVERAGE-LIMIT           PIC 9(9)V99 VALUE 250000.00.

      *    Types de compte qui fixent a eux seuls la categorie ; tout
      *    autre type est individuel ou joint selon OWNXREF.
       01  WS-CATEGORY-TYPE-TABLE.
           05  WS-CTT-ENTRY OCCURS 2 TIMES
                   INDEXED BY WS-CTT-IDX.
               10  WS-CTT-ACCOUNT-TYPE PIC X(02).
               10  WS-CTT-CATEGORY     PIC X(01).

      *    Liens de cotitularite (OWNXREF), charges une fois.
       01  WS-JOINT-LINK-TABLE.
           05  WS-JLT-COUNT            PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-JLT-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-JLT-COUNT
                   INDEXED BY WS-JLT-IDX.
               10  WS-JLT-ACCOUNT      PIC 9(12).
               10  WS-JLT-CUST-ID      PIC 9(10).

      *    Depots cumules par deposant et par categorie.
       01  WS-DEPOSITOR-TABLE.
           05  WS-DEP-COUNT            PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-DEP-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-DEP-COUNT
                   INDEXED BY WS-DEP-IDX.
               10  WS-DEP-CUST-ID      PIC 9(10).
               10  WS-DEP-CATEGORY     PIC X(01).
               10  WS-DEP-ACCOUNTS     PIC 9(5) COMP-3.
               10  WS-DEP-TOTAL        PIC S9(13)V99 COMP-3.
               10  WS-DEP-UNINSURED    PIC S9(13)V99 COMP-3.

      *    Une part par compte et par detenteur, gardee pour repartir
      *    ensuite la part non assuree du deposant entre agences.
       01  WS-SHARE-TABLE.
           05  WS-SHR-COUNT            PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-SHR-ENTRY OCCURS 1 TO 40000 TIMES
                   DEPENDING ON WS-SHR-COUNT
                   INDEXED BY WS-SHR-IDX.
               10  WS-SHR-DEP-SLOT     PIC 9(5) COMP-3.
               10  WS-SHR-BRANCH       PIC X(6).
               10  WS-SHR-AMOUNT       PIC S9(13)V99 COMP-3.

       01  WS-BRANCH-TABLE.
           05  WS-BRT-COUNT            PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-BRT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-BRT-COUNT
                   INDEXED BY WS-BRT-IDX.
               10  WS-BRT-BRANCH       PIC X(6).
               10  WS-BRT-DEPOSITS     PIC S9(15)V99 COMP-3.
               10  WS-BRT-INSURED      PIC S9(15)V99 COMP-3.
               10  WS-BRT-UNINSURED    PIC S9(15)V99 COMP-3.

       01  WS-WORK-FIELDS.
           05  WS-FOUND-FLAG           PIC X(01) VALUE 'N'.
               88  ENTRY-FOUND         VALUE 'Y'.
           05  WS-ACCOUNT-DEPOSIT      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-ACCOUNT-CATEGORY     PIC X(01) VALUE SPACE.
           05  WS-ITEM-CUST-ID         PIC 9(10) VALUE ZERO.
           05  WS-ITEM-AMOUNT          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-SHARE-UNINSURED      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-CUR-SLOT             PIC 9(5) COMP-3 VALUE ZERO.

      *    Repartition d'un compte joint entre ses detenteurs : part
      *    egale tronquee au centime, reliquat au titulaire principal
      *    (meme regle qu'INTTAX).
       01  WS-SPLIT-FIELDS.
           05  WS-HOLDER-COUNT         PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-HOLDER-SHARE         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-PRIMARY-SHARE        PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-SPLIT-ACCOUNT        PIC 9(12) VALUE ZERO.
           05  WS-PRIMARY-CUST-ID      PIC 9(10) VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-END-OF-MASTER        PIC X(01) VALUE 'N'.
               88  END-OF-MASTER       VALUE 'Y'.
           05  WS-END-OF-XREF          PIC X(01) VALUE 'N'.
               88  END-OF-XREF         VALUE 'Y'.
           05  WS-TD-FILE-FLAG         PIC X(01) VALUE 'N'.
               88  TD-FILE-OPEN        VALUE 'Y'.

       01  WS-RPT-HEADER-LINE.
           05  FILLER                  PIC X(40) VALUE
               'DEPOTS NON ASSURES PAR AGENCE - AU '.
           05  RPH-AS-OF-DATE          PIC 9(8).
           05  FILLER                  PIC X(20) VALUE
               '  PLAFOND/DEPOSANT: '.
           05  RPH-LIMIT               PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(36) VALUE SPACES.

       01  WS-RPT-BRANCH-LINE.
           05  FILLER                  PIC X(08) VALUE 'AGENCE: '.
           05  RPB-BRANCH              PIC X(6).
           05  FILLER                  PIC X(10) VALUE '  DEPOTS: '.
           05  RPB-DEPOSITS            PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(10) VALUE '  ASSURE: '.
           05  RPB-INSURED             PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(14) VALUE
               '  NON ASSURE: '.
           05  RPB-UNINSURED           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-CONTROL.
           PERFORM 100-INITIALIZE
           PERFORM 200-TALLY-ONE-ACCOUNT
               UNTIL END-OF-MASTER
           PERFORM 400-WRITE-DEPOSITOR-COVERAGE
               VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-DEP-COUNT
           PERFORM 500-ALLOCATE-TO-BRANCH
               VARYING WS-SHR-IDX FROM 1 BY 1
               UNTIL WS-SHR-IDX > WS-SHR-COUNT
           PERFORM 550-WRITE-BRANCH-SUMMARY
           PERFORM 300-FINALIZE
           STOP RUN.

       100-INITIALIZE.
           DISPLAY '*** DEBUT CALCUL COUVERTURE GARANTIE DEPOTS ***'
           OPEN INPUT  MASTER-ACCOUNT-FILE
           OPEN OUTPUT COVERAGE-FILE
                       BRANCH-SUMMARY-FILE

           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE FICHIER COMPTES: '
                       WS-ACCT-STATUS
               MOVE 'Y' TO WS-END-OF-MASTER
               MOVE 16 TO RETURN-CODE
           END-IF

      *    Sans TDTERMS, les depots a terme sont comptes sur leur
      *    seul solde du fichier maitre.
           OPEN INPUT TERM-DEPOSIT-FILE
           IF WS-TDP-STATUS = '00'
               MOVE 'Y' TO WS-TD-FILE-FLAG
           ELSE
               DISPLAY 'CONTRATS DE DEPOT A TERME ABSENTS - SOLDES '
                       'DU MAITRE RETENUS TELS QUELS'
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 105-READ-BUSINESS-DATE

           PERFORM 106-PARSE-PARAMETERS
           PERFORM 107-INIT-CATEGORY-TYPES
           PERFORM 150-LOAD-JOINT-LINKS
           PERFORM 110-READ-MASTER.

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

      *    Parametre optionnel : plafond de garantie par deposant et
      *    par categorie.
       106-PARSE-PARAMETERS.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-LIMIT-PARM FROM ARGUMENT-VALUE

           IF WS-LIMIT-PARM NOT = SPACES
               MOVE WS-LIMIT-PARM TO WS-COVERAGE-LIMIT
           END-IF

           DISPLAY 'DATE D''ARRETE      : ' WS-RUN-DATE
           DISPLAY 'PLAFOND/DEPOSANT   : ' WS-COVERAGE-LIMIT.

       107-INIT-CATEGORY-TYPES.
           MOVE 'IR' TO WS-CTT-ACCOUNT-TYPE(1)
           MOVE 'R'  TO WS-CTT-CATEGORY(1)
           MOVE 'BU' TO WS-CTT-ACCOUNT-TYPE(2)
           MOVE 'B'  TO WS-CTT-CATEGORY(2).

       110-READ-MASTER.
           READ MASTER-ACCOUNT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-MASTER
               NOT AT END
                   ADD 1 TO WS-ACCOUNTS-READ
           END-READ.

      *    Liens 'J' de la table de detention, charges une fois. Table
      *    absente : chaque compte au seul titulaire MA-CUST-ID.
       150-LOAD-JOINT-LINKS.
           OPEN INPUT OWNERSHIP-XREF-FILE
           IF WS-OWN-STATUS NOT = '00'
               DISPLAY 'TABLE DE DETENTION ABSENTE - DEPOTS AU '
                       'SEUL TITULAIRE PRINCIPAL'
               MOVE 'Y' TO WS-END-OF-XREF
           END-IF

           PERFORM 160-READ-XREF-LINK
           PERFORM 170-TALLY-XREF-LINK
               UNTIL END-OF-XREF

           IF WS-OWN-STATUS = '00' OR WS-OWN-STATUS = '10'
               CLOSE OWNERSHIP-XREF-FILE
           END-IF.

       160-READ-XREF-LINK.
           IF NOT END-OF-XREF
               READ OWNERSHIP-XREF-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-END-OF-XREF
               END-READ
           END-IF.

       170-TALLY-XREF-LINK.
           IF NOT END-OF-XREF
               IF OX-JOINT
                   IF WS-JLT-COUNT < 20000
                       ADD 1 TO WS-JLT-COUNT
                       MOVE OX-ACCOUNT-NUMBER
                           TO WS-JLT-ACCOUNT(WS-JLT-COUNT)
                       MOVE OX-CUST-ID
                           TO WS-JLT-CUST-ID(WS-JLT-COUNT)
                   ELSE
                       DISPLAY '*** ALERTE: TABLE DES COTITULAIRES '
                           'SATUREE - REPARTITION INCOMPLETE ***'
                   END-IF
               END-IF
               PERFORM 160-READ-XREF-LINK
           END-IF.

      *----------------------------------------------------------------
      *    DEPOTS PAR COMPTE ET CATEGORIE
      *----------------------------------------------------------------
       200-TALLY-ONE-ACCOUNT.
           IF NOT END-OF-MASTER
               PERFORM 210-COMPUTE-ACCOUNT-DEPOSIT
               IF WS-ACCOUNT-DEPOSIT > ZERO
                   PERFORM 220-DERIVE-CATEGORY
                   PERFORM 230-SPLIT-AMONG-HOLDERS
                   ADD 1 TO WS-ACCOUNTS-COUNTED
                   ADD WS-ACCOUNT-DEPOSIT TO WS-TOTAL-DEPOSITS
               END-IF
               PERFORM 110-READ-MASTER
           END-IF.

      *    Un solde debiteur n'est pas un depot ; les interets courus
      *    non encore verses en font partie.
       210-COMPUTE-ACCOUNT-DEPOSIT.
           MOVE ZERO TO WS-ACCOUNT-DEPOSIT
           IF MA-CURRENT-BALANCE > ZERO
               MOVE MA-CURRENT-BALANCE TO WS-ACCOUNT-DEPOSIT
           END-IF
           IF MA-ACCRUED-INTEREST > ZERO
               ADD MA-ACCRUED-INTEREST TO WS-ACCOUNT-DEPOSIT
           END-IF

           IF MA-ACCOUNT-TYPE = 'TD' AND TD-FILE-OPEN
               MOVE MA-ACCOUNT-NUMBER TO TD-ACCOUNT-NUMBER
               READ TERM-DEPOSIT-FILE
                   KEY IS TD-ACCOUNT-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TD-CLOSED-OUT
                           MOVE ZERO TO WS-ACCOUNT-DEPOSIT
                           ADD 1 TO WS-TD-CLOSED-OUT
                       END-IF
               END-READ
           END-IF.

       220-DERIVE-CATEGORY.
           MOVE SPACE TO WS-ACCOUNT-CATEGORY
           SET WS-CTT-IDX TO 1
           SEARCH WS-CTT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CTT-ACCOUNT-TYPE(WS-CTT-IDX) = MA-ACCOUNT-TYPE
                   MOVE WS-CTT-CATEGORY(WS-CTT-IDX)
                       TO WS-ACCOUNT-CATEGORY
           END-SEARCH

           MOVE MA-ACCOUNT-NUMBER TO WS-SPLIT-ACCOUNT
           MOVE MA-CUST-ID TO WS-PRIMARY-CUST-ID
           MOVE 1 TO WS-HOLDER-COUNT
           IF WS-ACCOUNT-CATEGORY = SPACE
               PERFORM 225-COUNT-JOINT-HOLDERS
                   VARYING WS-JLT-IDX FROM 1 BY 1
                   UNTIL WS-JLT-IDX > WS-JLT-COUNT
               IF WS-HOLDER-COUNT > 1
                   MOVE 'J' TO WS-ACCOUNT-CATEGORY
               ELSE
                   MOVE 'S' TO WS-ACCOUNT-CATEGORY
               END-IF
           END-IF.

       225-COUNT-JOINT-HOLDERS.
           IF WS-JLT-ACCOUNT(WS-JLT-IDX) = WS-SPLIT-ACCOUNT
                   AND WS-JLT-CUST-ID(WS-JLT-IDX)
                       NOT = WS-PRIMARY-CUST-ID
               ADD 1 TO WS-HOLDER-COUNT
           END-IF.

      *    Retraite et entreprise restent entieres au titulaire ; un
      *    compte joint est reparti, la somme des parts restant
      *    exactement le depot du compte.
       230-SPLIT-AMONG-HOLDERS.
           MOVE WS-ACCOUNT-DEPOSIT TO WS-PRIMARY-SHARE
           IF WS-HOLDER-COUNT > 1
               COMPUTE WS-HOLDER-SHARE =
                   WS-ACCOUNT-DEPOSIT / WS-HOLDER-COUNT
               COMPUTE WS-PRIMARY-SHARE = WS-ACCOUNT-DEPOSIT
                   - (WS-HOLDER-SHARE * (WS-HOLDER-COUNT - 1))
               PERFORM 235-TALLY-JOINT-SHARE
                   VARYING WS-JLT-IDX FROM 1 BY 1
                   UNTIL WS-JLT-IDX > WS-JLT-COUNT
               ADD 1 TO WS-JOINT-SPLITS
           END-IF

           MOVE WS-PRIMARY-CUST-ID TO WS-ITEM-CUST-ID
           MOVE WS-PRIMARY-SHARE TO WS-ITEM-AMOUNT
           PERFORM 240-ACCUMULATE-DEPOSITOR.

       235-TALLY-JOINT-SHARE.
           IF WS-JLT-ACCOUNT(WS-JLT-IDX) = WS-SPLIT-ACCOUNT
                   AND WS-JLT-CUST-ID(WS-JLT-IDX)
                       NOT = WS-PRIMARY-CUST-ID
               MOVE WS-JLT-CUST-ID(WS-JLT-IDX) TO WS-ITEM-CUST-ID
               MOVE WS-HOLDER-SHARE TO WS-ITEM-AMOUNT
               PERFORM 240-ACCUMULATE-DEPOSITOR
           END-IF.

       240-ACCUMULATE-DEPOSITOR.
           MOVE 'N' TO WS-FOUND-FLAG
           IF WS-DEP-COUNT > 0
               SET WS-DEP-IDX TO 1
               SEARCH WS-DEP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-DEP-CUST-ID(WS-DEP-IDX) = WS-ITEM-CUST-ID
                           AND WS-DEP-CATEGORY(WS-DEP-IDX)
                               = WS-ACCOUNT-CATEGORY
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-SEARCH
           END-IF

           IF NOT ENTRY-FOUND
               IF WS-DEP-COUNT < 20000
                   ADD 1 TO WS-DEP-COUNT
                   SET WS-DEP-IDX TO WS-DEP-COUNT
                   MOVE WS-ITEM-CUST-ID TO WS-DEP-CUST-ID(WS-DEP-IDX)
                   MOVE WS-ACCOUNT-CATEGORY
                       TO WS-DEP-CATEGORY(WS-DEP-IDX)
                   MOVE ZERO TO WS-DEP-ACCOUNTS(WS-DEP-IDX)
                                WS-DEP-TOTAL(WS-DEP-IDX)
                                WS-DEP-UNINSURED(WS-DEP-IDX)
                   MOVE 'Y' TO WS-FOUND-FLAG
               ELSE
                   DISPLAY '*** ALERTE: TABLE DES DEPOSANTS SATUREE - '
                       'COUVERTURE INCOMPLETE ***'
               END-IF
           END-IF

           IF ENTRY-FOUND
               ADD 1 TO WS-DEP-ACCOUNTS(WS-DEP-IDX)
               ADD WS-ITEM-AMOUNT TO WS-DEP-TOTAL(WS-DEP-IDX)
               IF WS-SHR-COUNT < 40000
                   ADD 1 TO WS-SHR-COUNT
                   SET WS-SHR-DEP-SLOT(WS-SHR-COUNT) TO WS-DEP-IDX
                   MOVE MA-BRANCH-CODE TO WS-SHR-BRANCH(WS-SHR-COUNT)
                   MOVE WS-ITEM-AMOUNT TO WS-SHR-AMOUNT(WS-SHR-COUNT)
               ELSE
                   DISPLAY '*** ALERTE: TABLE DES PARTS SATUREE - '
                       'SYNTHESE AGENCES INCOMPLETE ***'
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *    COUVERTURE PAR DEPOSANT ET CATEGORIE
      *----------------------------------------------------------------
       400-WRITE-DEPOSITOR-COVERAGE.
           MOVE SPACES TO COVERAGE-RECORD
           MOVE WS-RUN-DATE TO CV-AS-OF-DATE
           MOVE WS-DEP-CUST-ID(WS-DEP-IDX) TO CV-CUST-ID
           MOVE WS-DEP-CATEGORY(WS-DEP-IDX) TO CV-CATEGORY
           MOVE WS-DEP-ACCOUNTS(WS-DEP-IDX) TO CV-ACCOUNT-COUNT
           MOVE WS-DEP-TOTAL(WS-DEP-IDX) TO CV-DEPOSIT-TOTAL
           MOVE WS-COVERAGE-LIMIT TO CV-COVERAGE-LIMIT

           IF WS-DEP-TOTAL(WS-DEP-IDX) > WS-COVERAGE-LIMIT
               MOVE WS-COVERAGE-LIMIT TO CV-INSURED-AMOUNT
               COMPUTE CV-UNINSURED-AMOUNT =
                   WS-DEP-TOTAL(WS-DEP-IDX) - WS-COVERAGE-LIMIT
               ADD 1 TO WS-DEPOSITORS-OVER
           ELSE
               MOVE WS-DEP-TOTAL(WS-DEP-IDX) TO CV-INSURED-AMOUNT
               MOVE ZERO TO CV-UNINSURED-AMOUNT
           END-IF
           MOVE CV-UNINSURED-AMOUNT TO WS-DEP-UNINSURED(WS-DEP-IDX)

           WRITE COVERAGE-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN
           ADD CV-INSURED-AMOUNT TO WS-TOTAL-INSURED
           ADD CV-UNINSURED-AMOUNT TO WS-TOTAL-UNINSURED.

      *----------------------------------------------------------------
      *    SYNTHESE PAR AGENCE
      *    La part non assuree d'un deposant est repartie entre les
      *    agences de ses comptes au prorata de chaque part.
      *----------------------------------------------------------------
       500-ALLOCATE-TO-BRANCH.
           MOVE WS-SHR-DEP-SLOT(WS-SHR-IDX) TO WS-CUR-SLOT
           MOVE ZERO TO WS-SHARE-UNINSURED
           IF WS-DEP-UNINSURED(WS-CUR-SLOT) > ZERO
               COMPUTE WS-SHARE-UNINSURED ROUNDED =
                   WS-SHR-AMOUNT(WS-SHR-IDX)
                   * WS-DEP-UNINSURED(WS-CUR-SLOT)
                   / WS-DEP-TOTAL(WS-CUR-SLOT)
           END-IF

           MOVE 'N' TO WS-FOUND-FLAG
           IF WS-BRT-COUNT > 0
               SET WS-BRT-IDX TO 1
               SEARCH WS-BRT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-BRT-BRANCH(WS-BRT-IDX)
                           = WS-SHR-BRANCH(WS-SHR-IDX)
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-SEARCH
           END-IF

           IF NOT ENTRY-FOUND
               IF WS-BRT-COUNT < 500
                   ADD 1 TO WS-BRT-COUNT
                   SET WS-BRT-IDX TO WS-BRT-COUNT
                   MOVE WS-SHR-BRANCH(WS-SHR-IDX)
                       TO WS-BRT-BRANCH(WS-BRT-IDX)
                   MOVE ZERO TO WS-BRT-DEPOSITS(WS-BRT-IDX)
                                WS-BRT-INSURED(WS-BRT-IDX)
                                WS-BRT-UNINSURED(WS-BRT-IDX)
                   MOVE 'Y' TO WS-FOUND-FLAG
               ELSE
                   DISPLAY '*** ALERTE: TABLE DES AGENCES SATUREE - '
                       'SYNTHESE INCOMPLETE ***'
               END-IF
           END-IF

           IF ENTRY-FOUND
               ADD WS-SHR-AMOUNT(WS-SHR-IDX)
                   TO WS-BRT-DEPOSITS(WS-BRT-IDX)
               ADD WS-SHARE-UNINSURED TO WS-BRT-UNINSURED(WS-BRT-IDX)
               COMPUTE WS-BRT-INSURED(WS-BRT-IDX) =
                   WS-BRT-INSURED(WS-BRT-IDX)
                   + WS-SHR-AMOUNT(WS-SHR-IDX) - WS-SHARE-UNINSURED
           END-IF.

       550-WRITE-BRANCH-SUMMARY.
           MOVE WS-RUN-DATE TO RPH-AS-OF-DATE
           MOVE WS-COVERAGE-LIMIT TO RPH-LIMIT
           WRITE BRANCH-SUMMARY-RECORD FROM WS-RPT-HEADER-LINE

           PERFORM 560-WRITE-ONE-BRANCH
               VARYING WS-BRT-IDX FROM 1 BY 1
               UNTIL WS-BRT-IDX > WS-BRT-COUNT

           MOVE 'TOTAL ' TO RPB-BRANCH
           MOVE WS-TOTAL-DEPOSITS TO RPB-DEPOSITS
           MOVE WS-TOTAL-INSURED TO RPB-INSURED
           MOVE WS-TOTAL-UNINSURED TO RPB-UNINSURED
           WRITE BRANCH-SUMMARY-RECORD FROM WS-RPT-BRANCH-LINE.

       560-WRITE-ONE-BRANCH.
           MOVE WS-BRT-BRANCH(WS-BRT-IDX) TO RPB-BRANCH
           MOVE WS-BRT-DEPOSITS(WS-BRT-IDX) TO RPB-DEPOSITS
           MOVE WS-BRT-INSURED(WS-BRT-IDX) TO RPB-INSURED
           MOVE WS-BRT-UNINSURED(WS-BRT-IDX) TO RPB-UNINSURED
           WRITE BRANCH-SUMMARY-RECORD FROM WS-RPT-BRANCH-LINE.

       300-FINALIZE.
           DISPLAY '*** FINALISATION COUVERTURE GARANTIE DEPOTS ***'

           CLOSE MASTER-ACCOUNT-FILE
                 COVERAGE-FILE
                 BRANCH-SUMMARY-FILE
           IF TD-FILE-OPEN
               CLOSE TERM-DEPOSIT-FILE
           END-IF

           DISPLAY ' '
           DISPLAY '================================================'
           DISPLAY '  RAPPORT SOMMAIRE - GARANTIE DES DEPOTS        '
           DISPLAY '================================================'
           DISPLAY 'COMPTES LUS            : ' WS-ACCOUNTS-READ
           DISPLAY 'COMPTES AVEC DEPOT     : ' WS-ACCOUNTS-COUNTED
           DISPLAY 'DEPOTS A TERME DENOUES : ' WS-TD-CLOSED-OUT
           DISPLAY 'COMPTES JOINTS REPARTIS: ' WS-JOINT-SPLITS
           DISPLAY 'DEPOSANTS/CATEGORIES   : ' WS-RECORDS-WRITTEN
           DISPLAY 'AU-DELA DU PLAFOND     : ' WS-DEPOSITORS-OVER
           DISPLAY 'DEPOTS TOTAUX          : ' WS-TOTAL-DEPOSITS
           DISPLAY 'DEPOTS ASSURES         : ' WS-TOTAL-INSURED
           DISPLAY 'DEPOTS NON ASSURES     : ' WS-TOTAL-UNINSURED
           DISPLAY '================================================'
           DISPLAY ' '

           DISPLAY '*** FIN CALCUL COUVERTURE GARANTIE DEPOTS ***'.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPROOF.
       AUTHOR. BANKING SYSTEM TEAM.
      ******************************************************************
      * PREUVE SOUS-LIVRES / GRAND LIVRE (DEPOTS ET PRETS)              *
      * - GLLEDGER tient les soldes du grand livre, mais rien ne        *
      *   prouvait que les comptes collectifs concordent avec les       *
      *   sous-livres : ce programme le prouve chaque jour              *
      * - Sous-livre depots : MA-CURRENT-BALANCE et MA-ACCRUED-INTEREST *
      *   de MASTER-ACCOUNT-FILE ; sous-livre prets :                   *
      *   LN-PRINCIPAL-BALANCE de LOAN-MASTER-FILE                      *
      * - Le compte collectif vient de COAMAP, lignes de preuve :       *
      *   type 'SB' (solde) et 'SI' (interets courus) par type de       *
      *   compte ('LN' pour les prets) et agence (blanc = toutes) ; le  *
      *   compte porte en CM-CREDIT-GL est de nature crediteur (depots, *
      *   interets a payer), en CM-DEBIT-GL de nature debiteur (prets)  *
      * - Compare au solde de cloture de GLBAL (ouverture + debits -    *
      *   credits) ; un ecart au-dela de la tolerance (parametre 1, en  *
      *   unites, 0 par defaut) est signale et les pieces GLJRNL du     *
      *   jour imputees au compte sont listees pour trouver la rupture  *
      * - Tout ecart (ou solde sans ligne de preuve) rend le code       *
      *   retour 4, que BATCHDRV traite en avertissement                *
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

           SELECT LOAN-MASTER-FILE
               ASSIGN TO LOANMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LN-ACCOUNT-NUMBER
               FILE STATUS IS WS-LNM-STATUS.

           SELECT COA-MAPPING-FILE
               ASSIGN TO COAMAP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-COA-STATUS.

      *    Maitre des soldes tenu par GLLEDGER.
           SELECT GL-BALANCE-FILE
               ASSIGN TO GLBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLB-GL-ACCOUNT
               FILE STATUS IS WS-BAL-STATUS.

      *    Pieces du jour (flux combine de GLCOLLCT),
      *    relues seulement pour les comptes en ecart.
           SELECT JOURNAL-VOUCHER-FILE
               ASSIGN TO GLJRNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.

           SELECT PROOF-REPORT-FILE
               ASSIGN TO GLPRFRPT
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

      *    Meme disposition que dans LOANPAY.
       FD  LOAN-MASTER-FILE
           RECORDING MODE IS F.
       01  LOAN-MASTER-RECORD.
           05  LN-ACCOUNT-NUMBER       PIC 9(12).
           05  LN-CUST-ID              PIC 9(10).
           05  LN-ORIGINAL-PRINCIPAL   PIC 9(13)V99 COMP-3.
           05  LN-PRINCIPAL-BALANCE    PIC S9(13)V99 COMP-3.
           05  LN-ANNUAL-RATE          PIC 99V99.
           05  LN-PAYMENT-AMOUNT       PIC 9(11)V99 COMP-3.
           05  LN-TERM-MONTHS          PIC 9(3).
           05  LN-NEXT-INSTALLMENT     PIC 9(3).
           05  LN-OPEN-DATE            PIC 9(8).
           05  LN-STATUS-CODE          PIC X(01).
               88  LN-ACTIVE           VALUE 'A'.
               88  LN-DELINQUENT       VALUE 'D'.
               88  LN-PAID-OFF         VALUE 'P'.
               88  LN-WRITTEN-OFF      VALUE 'W'.
           05  LN-BRANCH-CODE          PIC X(6).
           05  LN-DAYS-PAST-DUE        PIC 9(5) COMP-3.
           05  LN-DELINQ-BUCKET        PIC X(01).
           05  LN-RESERVE-AMOUNT       PIC 9(9)V99 COMP-3.

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
       FD  GL-BALANCE-FILE
           RECORDING MODE IS F.
       01  GL-BALANCE-RECORD.
           05  GLB-GL-ACCOUNT          PIC 9(8).
           05  GLB-OPENING-BALANCE     PIC S9(15)V99 COMP-3.
           05  GLB-PERIOD-DEBITS       PIC S9(15)V99 COMP-3.
           05  GLB-PERIOD-CREDITS      PIC S9(15)V99 COMP-3.
           05  GLB-LAST-POST-DATE      PIC 9(8).
           05  FILLER                  PIC X(10).

      *    Meme disposition que JOURNAL-VOUCHER-RECORD dans GLPOST.
       FD  JOURNAL-VOUCHER-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  JOURNAL-VOUCHER-RECORD.
           05  JV-RECORD-TYPE          PIC X(01).
               88  JV-DETAIL           VALUE 'D'.
               88  JV-BATCH-TOTAL      VALUE 'T'.
           05  JV-RUN-DATE             PIC 9(08).
           05  JV-VOUCHER-NUMBER       PIC 9(08).
           05  JV-GL-ACCOUNT           PIC 9(08).
           05  JV-DC-INDICATOR         PIC X(01).
           05  JV-AMOUNT               PIC S9(13)V99 COMP-3.
           05  JV-SOURCE-TRAN-ID       PIC X(16).
           05  JV-SOURCE-TYPE          PIC X(02).
           05  FILLER                  PIC X(14).

       FD  PROOF-REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PROOF-REPORT-LINE           PIC X(132).

      *    Meme disposition que dans BANKTRAN.
       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       01  BUSINESS-DATE-RECORD.
           05  BIZ-BUSINESS-DATE       PIC 9(8).
           05  BIZ-NEXT-BUSINESS-DATE  PIC 9(8).
           05  FILLER                  PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-CODES.
           05  WS-ACCT-STATUS          PIC X(02) VALUE SPACES.
           05  WS-LNM-STATUS           PIC X(02) VALUE SPACES.
           05  WS-COA-STATUS           PIC X(02) VALUE SPACES.
           05  WS-BAL-STATUS           PIC X(02) VALUE SPACES.
           05  WS-JRN-STATUS           PIC X(02) VALUE SPACES.
           05  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
           05  WS-BIZ-STATUS           PIC X(02) VALUE SPACES.

       01  WS-RUN-DATE                 PIC 9(8).

      *    Tolerance en unites monetaires, meme cadrage que les codes
      *    retour relus par BATCHDRV (blancs de tete mis a zero).
       01  WS-PARM-FIELDS.
           05  WS-ARG-NUM              PIC 9(02) VALUE 1.
           05  WS-TOLERANCE-PARM       PIC X(07) JUSTIFIED RIGHT
                                       VALUE SPACES.
           05  WS-TOLERANCE-UNITS      PIC 9(07) VALUE ZERO.
           05  WS-TOLERANCE            PIC 9(07)V99 COMP-3 VALUE ZERO.

      *    Lignes de preuve de COAMAP ('SB'/'SI') seulement.
       01  WS-PROOF-MAP-TABLE.
           05  WS-PRM-COUNT            PIC 9(4) COMP-3 VALUE ZERO.
           05  WS-PRM-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-PRM-COUNT
                   INDEXED BY WS-PRM-IDX.
               10  WS-PRM-PROOF-TYPE   PIC X(02).
               10  WS-PRM-ACCT-TYPE    PIC X(02).
               10  WS-PRM-BRANCH       PIC X(06).
               10  WS-PRM-GL-ACCOUNT   PIC 9(08).
               10  WS-PRM-NATURE       PIC X(01).

      *    Un poste par compte collectif : total du sous-livre,
      *    nombre de fiches, solde GL et mouvements du jour.
       01  WS-CONTROL-TABLE.
           05  WS-CTL-COUNT            PIC 9(4) COMP-3 VALUE ZERO.
           05  WS-CTL-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-CTL-COUNT
                   INDEXED BY WS-CTL-IDX.
               10  WS-CTL-GL-ACCOUNT   PIC 9(08).
               10  WS-CTL-NATURE       PIC X(01).
               10  WS-CTL-SUBLEDGER    PIC S9(15)V99 COMP-3.
               10  WS-CTL-ITEMS        PIC 9(7) COMP-3.
               10  WS-CTL-GL-BALANCE   PIC S9(15)V99 COMP-3.
               10  WS-CTL-DIFFERENCE   PIC S9(15)V99 COMP-3.
               10  WS-CTL-BREAK-FLAG   PIC X(01).
                   88  CTL-OUT-OF-BALANCE  VALUE 'Y'.
               10  WS-CTL-DAY-DEBITS   PIC S9(15)V99 COMP-3.
               10  WS-CTL-DAY-CREDITS  PIC S9(15)V99 COMP-3.
               10  WS-CTL-DAY-LINES    PIC 9(7) COMP-3.

      *    Soldes sans ligne de preuve, par type de compte / agence.
       01  WS-UNMAPPED-TABLE.
           05  WS-UNM-COUNT            PIC 9(4) COMP-3 VALUE ZERO.
           05  WS-UNM-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-UNM-COUNT
                   INDEXED BY WS-UNM-IDX.
               10  WS-UNM-PROOF-TYPE   PIC X(02).
               10  WS-UNM-ACCT-TYPE    PIC X(02).
               10  WS-UNM-BRANCH       PIC X(06).
               10  WS-UNM-AMOUNT       PIC S9(15)V99 COMP-3.
               10  WS-UNM-ITEMS        PIC 9(7) COMP-3.

       01  WS-WORK-FIELDS.
           05  WS-WORK-PROOF-TYPE      PIC X(02) VALUE SPACES.
           05  WS-WORK-ACCT-TYPE       PIC X(02) VALUE SPACES.
           05  WS-WORK-BRANCH          PIC X(06) VALUE SPACES.
           05  WS-WORK-AMOUNT          PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-WORK-GL-ACCOUNT      PIC 9(08) VALUE ZERO.
           05  WS-WORK-NATURE          PIC X(01) VALUE SPACE.
           05  WS-GL-CLOSING           PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-ABS-DIFFERENCE       PIC S9(15)V99 COMP-3 VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-END-OF-ACCOUNTS      PIC X(01) VALUE 'N'.
               88  END-OF-ACCOUNTS     VALUE 'Y'.
           05  WS-END-OF-LOANS         PIC X(01) VALUE 'N'.
               88  END-OF-LOANS        VALUE 'Y'.
           05  WS-END-OF-COA           PIC X(01) VALUE 'N'.
               88  END-OF-COA          VALUE 'Y'.
           05  WS-END-OF-JOURNAL       PIC X(01) VALUE 'N'.
               88  END-OF-JOURNAL      VALUE 'Y'.
           05  WS-MAP-FOUND-FLAG       PIC X(01) VALUE 'N'.
               88  MAPPING-FOUND       VALUE 'Y'.
           05  WS-CTL-FOUND-FLAG       PIC X(01) VALUE 'N'.
               88  CONTROL-FOUND       VALUE 'Y'.
           05  WS-ABORT-FLAG           PIC X(01) VALUE 'N'.
               88  RUN-ABORTED         VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ACCOUNTS-READ        PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-LOANS-READ           PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-JOURNAL-READ         PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-SOURCE-LINES         PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-BREAK-COUNT          PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-UNMAPPED-ITEMS       PIC 9(7) COMP-3 VALUE ZERO.

       01  WS-REPORT-LINES.
           05  WS-RPT-TITLE.
               10  FILLER              PIC X(44) VALUE
                   'PREUVE SOUS-LIVRES / GRAND LIVRE - JOURNEE '.
               10  RT-RUN-DATE         PIC 9(8).
               10  FILLER              PIC X(14) VALUE
                   '  TOLERANCE : '.
               10  RT-TOLERANCE        PIC Z,ZZZ,ZZ9.99.
               10  FILLER              PIC X(54) VALUE SPACES.
           05  WS-RPT-HEADER.
               10  FILLER              PIC X(12) VALUE 'COMPTE GL'.
               10  FILLER              PIC X(04) VALUE 'NAT'.
               10  FILLER              PIC X(24) VALUE
                   '             SOUS-LIVRE'.
               10  FILLER              PIC X(24) VALUE
                   '           GRAND LIVRE'.
               10  FILLER              PIC X(24) VALUE
                   '                 ECART'.
               10  FILLER              PIC X(10) VALUE '   FICHES'.
               10  FILLER              PIC X(34) VALUE 'RESULTAT'.
           05  WS-RPT-CONTROL-LINE.
               10  RC-GL-ACCOUNT       PIC 9(08).
               10  FILLER              PIC X(04) VALUE SPACES.
               10  RC-NATURE           PIC X(01).
               10  FILLER              PIC X(03) VALUE SPACES.
               10  RC-SUBLEDGER        PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(03) VALUE SPACES.
               10  RC-GL-BALANCE       PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(03) VALUE SPACES.
               10  RC-DIFFERENCE       PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(03) VALUE SPACES.
               10  RC-ITEMS            PIC Z,ZZZ,ZZ9.
               10  FILLER              PIC X(01) VALUE SPACE.
               10  RC-RESULT           PIC X(34).
           05  WS-RPT-UNMAPPED-LINE.
               10  FILLER              PIC X(28) VALUE
                   'SANS LIGNE DE PREUVE : TYPE '.
               10  RU-PROOF-TYPE       PIC X(02).
               10  FILLER              PIC X(15) VALUE
                   ' TYPE COMPTE '.
               10  RU-ACCT-TYPE        PIC X(02).
               10  FILLER              PIC X(09) VALUE ' AGENCE '.
               10  RU-BRANCH           PIC X(06).
               10  FILLER              PIC X(03) VALUE SPACES.
               10  RU-AMOUNT           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(03) VALUE SPACES.
               10  RU-ITEMS            PIC Z,ZZZ,ZZ9.
               10  FILLER              PIC X(34) VALUE ' FICHE(S)'.
           05  WS-RPT-SOURCE-TITLE.
               10  FILLER              PIC X(60) VALUE
                   'PIECES DU JOUR IMPUTEES AUX COMPTES EN ECART'.
               10  FILLER              PIC X(72) VALUE SPACES.
           05  WS-RPT-SOURCE-LINE.
               10  RS-GL-ACCOUNT       PIC 9(08).
               10  FILLER              PIC X(03) VALUE SPACES.
               10  RS-VOUCHER          PIC 9(08).
               10  FILLER              PIC X(03) VALUE SPACES.
               10  RS-DC               PIC X(01).
               10  FILLER              PIC X(03) VALUE SPACES.
               10  RS-AMOUNT           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(03) VALUE SPACES.
               10  RS-SOURCE-TRAN-ID   PIC X(16).
               10  FILLER              PIC X(03) VALUE SPACES.
               10  RS-SOURCE-TYPE      PIC X(02).
               10  FILLER              PIC X(03) VALUE SPACES.
               10  RS-RUN-DATE         PIC 9(08).
               10  FILLER              PIC X(50) VALUE SPACES.
           05  WS-RPT-DAY-TOTAL-LINE.
               10  RD-GL-ACCOUNT       PIC 9(08).
               10  FILLER              PIC X(22) VALUE
                   '   MOUVEMENTS DU JOUR '.
               10  FILLER              PIC X(08) VALUE 'DEBITS '.
               10  RD-DEBITS           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(10) VALUE '  CREDITS '.
               10  RD-CREDITS          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(03) VALUE SPACES.
               10  RD-LINES            PIC Z,ZZZ,ZZ9.
               10  FILLER              PIC X(30) VALUE ' LIGNE(S)'.

       PROCEDURE DIVISION.
       000-MAIN-CONTROL.
           PERFORM 100-INITIALIZE
           IF NOT RUN-ABORTED
               PERFORM 200-TOTAL-DEPOSIT-SUBLEDGER
                   UNTIL END-OF-ACCOUNTS
               PERFORM 220-TOTAL-LOAN-SUBLEDGER
                   UNTIL END-OF-LOANS
               PERFORM 400-COMPARE-WITH-GL
               PERFORM 500-LIST-BREAK-SOURCES
           END-IF
           PERFORM 300-FINALIZE
           STOP RUN.

       100-INITIALIZE.
           DISPLAY '*** DEBUT PREUVE SOUS-LIVRES / GRAND LIVRE ***'
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 105-READ-BUSINESS-DATE

           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-TOLERANCE-PARM FROM ARGUMENT-VALUE
           INSPECT WS-TOLERANCE-PARM
               REPLACING LEADING ' ' BY '0'
           IF WS-TOLERANCE-PARM NUMERIC
               MOVE WS-TOLERANCE-PARM TO WS-TOLERANCE-UNITS
               MOVE WS-TOLERANCE-UNITS TO WS-TOLERANCE
           END-IF
           DISPLAY 'TOLERANCE D''ECART     : ' WS-TOLERANCE-UNITS

           OPEN INPUT  MASTER-ACCOUNT-FILE
                       LOAN-MASTER-FILE
                       GL-BALANCE-FILE
           OPEN OUTPUT PROOF-REPORT-FILE

           IF WS-ACCT-STATUS NOT = '00'
                   OR WS-BAL-STATUS NOT = '00'
                   OR WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE COMPTES/GLBAL/RAPPORT: '
                       WS-ACCT-STATUS ' ' WS-BAL-STATUS ' '
                       WS-RPT-STATUS
               MOVE 'Y' TO WS-ABORT-FLAG
               MOVE 16 TO RETURN-CODE
           END-IF

      *    Un atelier sans prets n'a pas de LOANMST : la preuve des
      *    depots tourne quand meme.
           IF WS-LNM-STATUS NOT = '00'
               DISPLAY 'MAITRE DES PRETS ABSENT - PREUVE DEPOTS SEULE'
               MOVE 'Y' TO WS-END-OF-LOANS
           END-IF

           PERFORM 110-LOAD-PROOF-MAPPING

           IF NOT RUN-ABORTED
               MOVE WS-RUN-DATE TO RT-RUN-DATE
               MOVE WS-TOLERANCE TO RT-TOLERANCE
               WRITE PROOF-REPORT-LINE FROM WS-RPT-TITLE
               MOVE SPACES TO PROOF-REPORT-LINE
               WRITE PROOF-REPORT-LINE
               WRITE PROOF-REPORT-LINE FROM WS-RPT-HEADER
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

      *    Seules les lignes 'SB'/'SI' interessent la preuve ; un plan
      *    sans aucune ligne de preuve ne prouverait rien : arret.
       110-LOAD-PROOF-MAPPING.
           OPEN INPUT COA-MAPPING-FILE
           IF WS-COA-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE PLAN DE COMPTES: '
                       WS-COA-STATUS
               MOVE 'Y' TO WS-ABORT-FLAG
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 111-LOAD-ONE-MAPPING
                   UNTIL END-OF-COA
               CLOSE COA-MAPPING-FILE
               IF WS-PRM-COUNT = ZERO
                   DISPLAY 'AUCUNE LIGNE DE PREUVE SB/SI DANS COAMAP'
                           ' - RUN INTERROMPU'
                   MOVE 'Y' TO WS-ABORT-FLAG
                   MOVE 16 TO RETURN-CODE
               ELSE
                   DISPLAY 'LIGNES DE PREUVE       : ' WS-PRM-COUNT
               END-IF
           END-IF.

       111-LOAD-ONE-MAPPING.
           READ COA-MAPPING-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-COA
               NOT AT END
                   IF (CM-TXN-TYPE = 'SB' OR CM-TXN-TYPE = 'SI')
                           AND WS-PRM-COUNT < 500
                       ADD 1 TO WS-PRM-COUNT
                       MOVE CM-TXN-TYPE
                           TO WS-PRM-PROOF-TYPE(WS-PRM-COUNT)
                       MOVE CM-ACCOUNT-TYPE
                           TO WS-PRM-ACCT-TYPE(WS-PRM-COUNT)
                       MOVE CM-BRANCH-CODE
                           TO WS-PRM-BRANCH(WS-PRM-COUNT)
                       IF CM-CREDIT-GL NOT = ZERO
                           MOVE CM-CREDIT-GL
                               TO WS-PRM-GL-ACCOUNT(WS-PRM-COUNT)
                           MOVE 'C' TO WS-PRM-NATURE(WS-PRM-COUNT)
                       ELSE
                           MOVE CM-DEBIT-GL
                               TO WS-PRM-GL-ACCOUNT(WS-PRM-COUNT)
                           MOVE 'D' TO WS-PRM-NATURE(WS-PRM-COUNT)
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    TOTAUX DES SOUS-LIVRES PAR COMPTE COLLECTIF
      *----------------------------------------------------------------
       200-TOTAL-DEPOSIT-SUBLEDGER.
           READ MASTER-ACCOUNT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-ACCOUNTS
               NOT AT END
                   ADD 1 TO WS-ACCOUNTS-READ
                   MOVE MA-ACCOUNT-TYPE TO WS-WORK-ACCT-TYPE
                   MOVE MA-BRANCH-CODE TO WS-WORK-BRANCH
                   MOVE 'SB' TO WS-WORK-PROOF-TYPE
                   MOVE MA-CURRENT-BALANCE TO WS-WORK-AMOUNT
                   PERFORM 230-POST-TO-CONTROL
                   IF MA-ACCRUED-INTEREST NOT = ZERO
                       MOVE 'SI' TO WS-WORK-PROOF-TYPE
                       MOVE MA-ACCRUED-INTEREST TO WS-WORK-AMOUNT
                       PERFORM 230-POST-TO-CONTROL
                   END-IF
           END-READ.

       220-TOTAL-LOAN-SUBLEDGER.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-LOANS
               NOT AT END
                   ADD 1 TO WS-LOANS-READ
                   MOVE 'LN' TO WS-WORK-ACCT-TYPE
                   MOVE LN-BRANCH-CODE TO WS-WORK-BRANCH
                   MOVE 'SB' TO WS-WORK-PROOF-TYPE
                   MOVE LN-PRINCIPAL-BALANCE TO WS-WORK-AMOUNT
                   PERFORM 230-POST-TO-CONTROL
           END-READ.

      *    Recherche en deux temps comme GLPOST : agence exacte puis
      *    agence a blanc. Un solde nul sans ligne de preuve n'est pas
      *    un ecart ; un solde non nul sans ligne en est un.
       230-POST-TO-CONTROL.
           MOVE 'N' TO WS-MAP-FOUND-FLAG
           SET WS-PRM-IDX TO 1
           SEARCH WS-PRM-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PRM-PROOF-TYPE(WS-PRM-IDX) = WS-WORK-PROOF-TYPE
                       AND WS-PRM-ACCT-TYPE(WS-PRM-IDX)
                           = WS-WORK-ACCT-TYPE
                       AND WS-PRM-BRANCH(WS-PRM-IDX) = WS-WORK-BRANCH
                   PERFORM 231-TAKE-MAPPING
           END-SEARCH

           IF NOT MAPPING-FOUND
               SET WS-PRM-IDX TO 1
               SEARCH WS-PRM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PRM-PROOF-TYPE(WS-PRM-IDX)
                           = WS-WORK-PROOF-TYPE
                           AND WS-PRM-ACCT-TYPE(WS-PRM-IDX)
                               = WS-WORK-ACCT-TYPE
                           AND WS-PRM-BRANCH(WS-PRM-IDX) = SPACES
                       PERFORM 231-TAKE-MAPPING
               END-SEARCH
           END-IF

           IF MAPPING-FOUND
               PERFORM 240-ACCUMULATE-CONTROL
           ELSE
               IF WS-WORK-AMOUNT NOT = ZERO
                   PERFORM 250-ACCUMULATE-UNMAPPED
               END-IF
           END-IF.

       231-TAKE-MAPPING.
           MOVE WS-PRM-GL-ACCOUNT(WS-PRM-IDX) TO WS-WORK-GL-ACCOUNT
           MOVE WS-PRM-NATURE(WS-PRM-IDX) TO WS-WORK-NATURE
           MOVE 'Y' TO WS-MAP-FOUND-FLAG.

       240-ACCUMULATE-CONTROL.
           MOVE 'N' TO WS-CTL-FOUND-FLAG
           IF WS-CTL-COUNT > 0
               SET WS-CTL-IDX TO 1
               SEARCH WS-CTL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CTL-GL-ACCOUNT(WS-CTL-IDX)
                           = WS-WORK-GL-ACCOUNT
                       MOVE 'Y' TO WS-CTL-FOUND-FLAG
               END-SEARCH
           END-IF

           IF NOT CONTROL-FOUND
               IF WS-CTL-COUNT < 500
                   ADD 1 TO WS-CTL-COUNT
                   SET WS-CTL-IDX TO WS-CTL-COUNT
                   MOVE WS-WORK-GL-ACCOUNT
                       TO WS-CTL-GL-ACCOUNT(WS-CTL-IDX)
                   MOVE WS-WORK-NATURE TO WS-CTL-NATURE(WS-CTL-IDX)
                   MOVE ZERO TO WS-CTL-SUBLEDGER(WS-CTL-IDX)
                                WS-CTL-ITEMS(WS-CTL-IDX)
                                WS-CTL-GL-BALANCE(WS-CTL-IDX)
                                WS-CTL-DIFFERENCE(WS-CTL-IDX)
                                WS-CTL-DAY-DEBITS(WS-CTL-IDX)
                                WS-CTL-DAY-CREDITS(WS-CTL-IDX)
                                WS-CTL-DAY-LINES(WS-CTL-IDX)
                   MOVE 'N' TO WS-CTL-BREAK-FLAG(WS-CTL-IDX)
                   MOVE 'Y' TO WS-CTL-FOUND-FLAG
               ELSE
                   DISPLAY '*** ALERTE: TABLE DES COMPTES COLLECTIFS '
                           'SATUREE ***'
               END-IF
           END-IF

           IF CONTROL-FOUND
               ADD WS-WORK-AMOUNT TO WS-CTL-SUBLEDGER(WS-CTL-IDX)
               ADD 1 TO WS-CTL-ITEMS(WS-CTL-IDX)
           END-IF.

       250-ACCUMULATE-UNMAPPED.
           ADD 1 TO WS-UNMAPPED-ITEMS
           MOVE 'N' TO WS-CTL-FOUND-FLAG
           IF WS-UNM-COUNT > 0
               SET WS-UNM-IDX TO 1
               SEARCH WS-UNM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-UNM-PROOF-TYPE(WS-UNM-IDX)
                           = WS-WORK-PROOF-TYPE
                           AND WS-UNM-ACCT-TYPE(WS-UNM-IDX)
                               = WS-WORK-ACCT-TYPE
                           AND WS-UNM-BRANCH(WS-UNM-IDX)
                               = WS-WORK-BRANCH
                       MOVE 'Y' TO WS-CTL-FOUND-FLAG
               END-SEARCH
           END-IF

           IF NOT CONTROL-FOUND
               IF WS-UNM-COUNT < 500
                   ADD 1 TO WS-UNM-COUNT
                   SET WS-UNM-IDX TO WS-UNM-COUNT
                   MOVE WS-WORK-PROOF-TYPE
                       TO WS-UNM-PROOF-TYPE(WS-UNM-IDX)
                   MOVE WS-WORK-ACCT-TYPE
                       TO WS-UNM-ACCT-TYPE(WS-UNM-IDX)
                   MOVE WS-WORK-BRANCH TO WS-UNM-BRANCH(WS-UNM-IDX)
                   MOVE ZERO TO WS-UNM-AMOUNT(WS-UNM-IDX)
                                WS-UNM-ITEMS(WS-UNM-IDX)
                   MOVE 'Y' TO WS-CTL-FOUND-FLAG
               ELSE
                   DISPLAY '*** ALERTE: TABLE DES SOLDES SANS '
                           'PREUVE SATUREE ***'
               END-IF
           END-IF

           IF CONTROL-FOUND
               ADD WS-WORK-AMOUNT TO WS-UNM-AMOUNT(WS-UNM-IDX)
               ADD 1 TO WS-UNM-ITEMS(WS-UNM-IDX)
           END-IF.

      *----------------------------------------------------------------
      *    COMPARAISON AUX SOLDES DE CLOTURE DE GLBAL
      *----------------------------------------------------------------
       400-COMPARE-WITH-GL.
           PERFORM 410-COMPARE-ONE-CONTROL
               VARYING WS-CTL-IDX FROM 1 BY 1
               UNTIL WS-CTL-IDX > WS-CTL-COUNT

           IF WS-UNM-COUNT > ZERO
               MOVE SPACES TO PROOF-REPORT-LINE
               WRITE PROOF-REPORT-LINE
               PERFORM 420-WRITE-UNMAPPED-LINE
                   VARYING WS-UNM-IDX FROM 1 BY 1
                   UNTIL WS-UNM-IDX > WS-UNM-COUNT
           END-IF.

      *    Cloture GL = ouverture + debits - credits (sens debiteur,
      *    comme la balance de GLLEDGER) ; un compte de nature
      *    crediteur est retourne avant comparaison au sous-livre.
       410-COMPARE-ONE-CONTROL.
           MOVE WS-CTL-GL-ACCOUNT(WS-CTL-IDX) TO GLB-GL-ACCOUNT
           READ GL-BALANCE-FILE
               KEY IS GLB-GL-ACCOUNT
               INVALID KEY
                   MOVE ZERO TO WS-GL-CLOSING
               NOT INVALID KEY
                   COMPUTE WS-GL-CLOSING =
                       GLB-OPENING-BALANCE
                       + GLB-PERIOD-DEBITS - GLB-PERIOD-CREDITS
           END-READ

           IF WS-CTL-NATURE(WS-CTL-IDX) = 'C'
               COMPUTE WS-CTL-GL-BALANCE(WS-CTL-IDX) =
                   ZERO - WS-GL-CLOSING
           ELSE
               MOVE WS-GL-CLOSING TO WS-CTL-GL-BALANCE(WS-CTL-IDX)
           END-IF

           COMPUTE WS-CTL-DIFFERENCE(WS-CTL-IDX) =
               WS-CTL-SUBLEDGER(WS-CTL-IDX)
               - WS-CTL-GL-BALANCE(WS-CTL-IDX)
           IF WS-CTL-DIFFERENCE(WS-CTL-IDX) < ZERO
               COMPUTE WS-ABS-DIFFERENCE =
                   ZERO - WS-CTL-DIFFERENCE(WS-CTL-IDX)
           ELSE
               MOVE WS-CTL-DIFFERENCE(WS-CTL-IDX) TO WS-ABS-DIFFERENCE
           END-IF

           MOVE WS-CTL-GL-ACCOUNT(WS-CTL-IDX) TO RC-GL-ACCOUNT
           MOVE WS-CTL-NATURE(WS-CTL-IDX) TO RC-NATURE
           MOVE WS-CTL-SUBLEDGER(WS-CTL-IDX) TO RC-SUBLEDGER
           MOVE WS-CTL-GL-BALANCE(WS-CTL-IDX) TO RC-GL-BALANCE
           MOVE WS-CTL-DIFFERENCE(WS-CTL-IDX) TO RC-DIFFERENCE
           MOVE WS-CTL-ITEMS(WS-CTL-IDX) TO RC-ITEMS
           IF WS-ABS-DIFFERENCE > WS-TOLERANCE
               MOVE 'Y' TO WS-CTL-BREAK-FLAG(WS-CTL-IDX)
               ADD 1 TO WS-BREAK-COUNT
               MOVE '*** ECART ***' TO RC-RESULT
           ELSE
               MOVE 'CONCORDANT' TO RC-RESULT
           END-IF
           WRITE PROOF-REPORT-LINE FROM WS-RPT-CONTROL-LINE.

       420-WRITE-UNMAPPED-LINE.
           MOVE WS-UNM-PROOF-TYPE(WS-UNM-IDX) TO RU-PROOF-TYPE
           MOVE WS-UNM-ACCT-TYPE(WS-UNM-IDX) TO RU-ACCT-TYPE
           MOVE WS-UNM-BRANCH(WS-UNM-IDX) TO RU-BRANCH
           MOVE WS-UNM-AMOUNT(WS-UNM-IDX) TO RU-AMOUNT
           MOVE WS-UNM-ITEMS(WS-UNM-IDX) TO RU-ITEMS
           WRITE PROOF-REPORT-LINE FROM WS-RPT-UNMAPPED-LINE.

      *----------------------------------------------------------------
      *    PIECES DU JOUR DES COMPTES EN ECART : la rupture se cherche
      *    d'abord dans ce qui a ete impute aujourd'hui
      *----------------------------------------------------------------
       500-LIST-BREAK-SOURCES.
           IF WS-BREAK-COUNT > ZERO
               MOVE SPACES TO PROOF-REPORT-LINE
               WRITE PROOF-REPORT-LINE
               WRITE PROOF-REPORT-LINE FROM WS-RPT-SOURCE-TITLE
               OPEN INPUT JOURNAL-VOUCHER-FILE
               IF WS-JRN-STATUS NOT = '00'
                   DISPLAY 'JOURNAL GLJRNL ABSENT - SOURCES DU JOUR '
                           'NON LISTEES'
               ELSE
                   PERFORM 510-CHECK-ONE-VOUCHER-LINE
                       UNTIL END-OF-JOURNAL
                   CLOSE JOURNAL-VOUCHER-FILE
                   MOVE SPACES TO PROOF-REPORT-LINE
                   WRITE PROOF-REPORT-LINE
                   PERFORM 520-WRITE-DAY-TOTAL
                       VARYING WS-CTL-IDX FROM 1 BY 1
                       UNTIL WS-CTL-IDX > WS-CTL-COUNT
               END-IF
           END-IF.

       510-CHECK-ONE-VOUCHER-LINE.
           READ JOURNAL-VOUCHER-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-JOURNAL
               NOT AT END
                   ADD 1 TO WS-JOURNAL-READ
                   IF JV-DETAIL
                       PERFORM 511-MATCH-BROKEN-ACCOUNT
                   END-IF
           END-READ.

       511-MATCH-BROKEN-ACCOUNT.
           SET WS-CTL-IDX TO 1
           SEARCH WS-CTL-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CTL-GL-ACCOUNT(WS-CTL-IDX) = JV-GL-ACCOUNT
                   IF CTL-OUT-OF-BALANCE(WS-CTL-IDX)
                       PERFORM 512-WRITE-SOURCE-LINE
                   END-IF
           END-SEARCH.

       512-WRITE-SOURCE-LINE.
           IF JV-DC-INDICATOR = 'D'
               ADD JV-AMOUNT TO WS-CTL-DAY-DEBITS(WS-CTL-IDX)
           ELSE
               ADD JV-AMOUNT TO WS-CTL-DAY-CREDITS(WS-CTL-IDX)
           END-IF
           ADD 1 TO WS-CTL-DAY-LINES(WS-CTL-IDX)
           ADD 1 TO WS-SOURCE-LINES

           MOVE JV-GL-ACCOUNT TO RS-GL-ACCOUNT
           MOVE JV-VOUCHER-NUMBER TO RS-VOUCHER
           MOVE JV-DC-INDICATOR TO RS-DC
           MOVE JV-AMOUNT TO RS-AMOUNT
           MOVE JV-SOURCE-TRAN-ID TO RS-SOURCE-TRAN-ID
           MOVE JV-SOURCE-TYPE TO RS-SOURCE-TYPE
           MOVE JV-RUN-DATE TO RS-RUN-DATE
           WRITE PROOF-REPORT-LINE FROM WS-RPT-SOURCE-LINE.

       520-WRITE-DAY-TOTAL.
           IF CTL-OUT-OF-BALANCE(WS-CTL-IDX)
               MOVE WS-CTL-GL-ACCOUNT(WS-CTL-IDX) TO RD-GL-ACCOUNT
               MOVE WS-CTL-DAY-DEBITS(WS-CTL-IDX) TO RD-DEBITS
               MOVE WS-CTL-DAY-CREDITS(WS-CTL-IDX) TO RD-CREDITS
               MOVE WS-CTL-DAY-LINES(WS-CTL-IDX) TO RD-LINES
               WRITE PROOF-REPORT-LINE FROM WS-RPT-DAY-TOTAL-LINE
           END-IF.

       300-FINALIZE.
           DISPLAY '*** FINALISATION PREUVE SOUS-LIVRES ***'

           IF WS-ACCT-STATUS = '00' OR WS-ACCT-STATUS = '10'
               CLOSE MASTER-ACCOUNT-FILE
           END-IF
           IF WS-LNM-STATUS = '00' OR WS-LNM-STATUS = '10'
               CLOSE LOAN-MASTER-FILE
           END-IF
           IF WS-BAL-STATUS = '00'
               CLOSE GL-BALANCE-FILE
           END-IF
           IF WS-RPT-STATUS = '00'
               CLOSE PROOF-REPORT-FILE
           END-IF

      *    Ecart ou solde sans preuve : avertissement (4) pour
      *    BATCHDRV, sauf si une erreur (16) a deja ete rendue.
           IF RETURN-CODE = ZERO
                   AND (WS-BREAK-COUNT > ZERO
                       OR WS-UNMAPPED-ITEMS > ZERO)
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY ' '
           DISPLAY '================================================'
           DISPLAY '  RAPPORT SOMMAIRE - PREUVE SOUS-LIVRES / GL    '
           DISPLAY '================================================'
           DISPLAY 'COMPTES DEPOTS LUS     : ' WS-ACCOUNTS-READ
           DISPLAY 'PRETS LUS              : ' WS-LOANS-READ
           DISPLAY 'COMPTES COLLECTIFS     : ' WS-CTL-COUNT
           DISPLAY 'COMPTES EN ECART       : ' WS-BREAK-COUNT
           DISPLAY 'FICHES SANS PREUVE     : ' WS-UNMAPPED-ITEMS
           DISPLAY 'PIECES DU JOUR LISTEES : ' WS-SOURCE-LINES
           DISPLAY 'CODE RETOUR            : ' RETURN-CODE
           DISPLAY '================================================'
           DISPLAY ' '

           DISPLAY '*** FIN PREUVE SOUS-LIVRES / GRAND LIVRE ***'.

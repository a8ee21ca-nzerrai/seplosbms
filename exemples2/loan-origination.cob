       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANBOOK.
       AUTHOR. BANKING SYSTEM TEAM.
      ******************************************************************
      * MISE EN PLACE DES PRETS ACCORDES                                *
      * - Lit le fichier des demandes approuvees (LNAPPL) : client,     *
      *   capital, taux, duree, date de premiere echeance et compte de  *
      *   decaissement ; le numero de pret est attribue a l'accord,     *
      *   comme le numero de compte l'est pour ACCTMAINT                *
      * - Controle le client (CUSTFILE, present et non suspendu) et le  *
      *   compte de decaissement (ACCTIN, actif, au nom du client)      *
      * - Cree la fiche du maitre des prets ET l'echeancier complet     *
      *   dans le meme passage : mensualite constante, interets du mois *
      *   sur le capital restant du (meme calcul que LOANPAY), la       *
      *   derniere echeance solde le capital ; fini les echeanciers     *
      *   montes a part qui ne concordaient pas avec le maitre          *
      * - Le decaissement part en credit 'CR' au format                 *
      *   RAW-TRANSACTION-RECORD, a concatener a TRANIN (meme principe  *
      *   que TDMATUR) ; l'ecriture de mise en place ('LB', type de     *
      *   compte 'LN' dans COAMAP) part au format GLJRNL comme LNJRNL   *
      * - Toute demande refusee va au fichier des rejets avec son motif *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Demandes approuvees par le comite de credit.
           SELECT LOAN-APPLICATION-FILE
               ASSIGN TO LNAPPL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-APP-STATUS.

      *    Meme maitre que LOANPAY ; ce programme y cree les prets.
           SELECT LOAN-MASTER-FILE
               ASSIGN TO LOANMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LN-ACCOUNT-NUMBER
               FILE STATUS IS WS-LNM-STATUS.

      *    Acces dynamique : un echeancier orphelin deja present pour
      *    le numero de pret se detecte par START.
           SELECT AMORTIZATION-SCHEDULE-FILE
               ASSIGN TO LOANSCHD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-KEY
               FILE STATUS IS WS-LSC-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO CUSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CST-STATUS.

           SELECT MASTER-ACCOUNT-FILE
               ASSIGN TO ACCTIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MA-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

      *    Meme correspondance plan de comptes que GLPOST et LOANPAY :
      *    type 'LB' (mise en place) avec le type de compte 'LN'.
           SELECT COA-MAPPING-FILE
               ASSIGN TO COAMAP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-COA-STATUS.

      *    Date d'exploitation publiee par le pilote de nuit.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO BIZDATE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BIZ-STATUS.

      *    Decaissements, au format RAW-TRANSACTION-RECORD de
      *    BANKTRAN, a concatener a TRANIN du prochain run.
           SELECT RAW-TRANSACTION-FILE
               ASSIGN TO LBTRAN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

      *    Lignes de piece au format JOURNAL-VOUCHER-RECORD de GLPOST,
      *    details 'D' seulement, a concatener a GLJRNL comme LNJRNL.
           SELECT BOOKING-JOURNAL-FILE
               ASSIGN TO LBJRNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.

           SELECT BOOKING-REPORT-FILE
               ASSIGN TO LBRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT BOOKING-REJECT-FILE
               ASSIGN TO LBREJ
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Une demande approuvee ; la date de premiere echeance porte
      *    un jour de 01 a 28 pour que chaque mois ait son echeance.
       FD  LOAN-APPLICATION-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  LOAN-APPLICATION-RECORD.
           05  AP-APPLICATION-ID       PIC X(10).
           05  AP-LOAN-NUMBER          PIC 9(12).
           05  AP-CUST-ID              PIC 9(10).
           05  AP-PRINCIPAL            PIC 9(11)V99.
           05  AP-ANNUAL-RATE          PIC 99V99.
           05  AP-TERM-MONTHS          PIC 9(3).
           05  AP-FIRST-PAYMENT-DATE   PIC 9(8).
           05  AP-FIRST-PAYMENT-PARTS REDEFINES AP-FIRST-PAYMENT-DATE.
               10  AP-FP-YEAR          PIC 9(4).
               10  AP-FP-MONTH         PIC 9(2).
               10  AP-FP-DAY           PIC 9(2).
           05  AP-DISB-ACCOUNT         PIC 9(12).
      *    Agence titulaire du pret ; a blanc, celle du compte de
      *    decaissement.
           05  AP-BRANCH-CODE          PIC X(6).
           05  FILLER                  PIC X(2).

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
      *    Suivi des impayes tenu par LOANDLQ.
           05  LN-DAYS-PAST-DUE        PIC 9(5) COMP-3.
           05  LN-DELINQ-BUCKET        PIC X(01).
           05  LN-RESERVE-AMOUNT       PIC 9(9)V99 COMP-3.

      *    Meme disposition que dans LOANPAY.
       FD  AMORTIZATION-SCHEDULE-FILE
           RECORDING MODE IS F.
       01  AMORTIZATION-SCHEDULE-RECORD.
           05  LS-KEY.
               10  LS-ACCOUNT-NUMBER   PIC 9(12).
               10  LS-INSTALLMENT-NO   PIC 9(3).
           05  LS-DUE-DATE             PIC 9(8).
           05  LS-PRINCIPAL-DUE        PIC 9(11)V99 COMP-3.
           05  LS-INTEREST-DUE         PIC 9(11)V99 COMP-3.
           05  LS-STATUS-CODE          PIC X(01).
               88  LS-SCHEDULED        VALUE 'S'.
               88  LS-PAID             VALUE 'P'.
           05  LS-PAID-DATE            PIC 9(8).
      *    Penalite de retard appliquee par LOANDLQ.
           05  LS-LATE-CHARGE-FLAG     PIC X(01).
           05  LS-LATE-CHARGE-AMT      PIC 9(7)V99 COMP-3.
           05  FILLER                  PIC X(4).

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
           05  MA-BRANCH-CODE          PIC X(6).
           05  MA-CURRENCY-CODE        PIC X(3).
           05  MA-OD-FEE-COUNT         PIC 9(03) COMP-3
                                       VALUE ZERO.
           05  MA-STMT-CYCLE-DAY       PIC 9(02).
           05  MA-ACCRUED-INTEREST     PIC S9(11)V99 COMP-3.
           05  MA-LAST-ACCRUAL-DATE    PIC 9(8).
           05  FILLER                  PIC X(8).

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

      *    Meme disposition que dans BATCHDRV.
       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  BUSINESS-DATE-RECORD.
           05  BIZ-BUSINESS-DATE       PIC 9(8).
           05  BIZ-NEXT-BUSINESS-DATE  PIC 9(8).
           05  FILLER                  PIC X(4).

      *    Meme disposition que RAW-TRANSACTION-RECORD dans BANKTRAN.
       FD  RAW-TRANSACTION-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  RAW-TRANSACTION-RECORD.
           05  RAW-TR-TRANSACTION-ID   PIC X(16).
           05  RAW-TR-ACCOUNT-NUMBER   PIC 9(12).
           05  RAW-TR-TRANSACTION-TYPE PIC X(02).
           05  RAW-TR-AMOUNT           PIC 9(13)V99 COMP-3.
           05  RAW-TR-DEST-ACCOUNT     PIC 9(12).
           05  RAW-TR-TRANSACTION-DATE PIC 9(8).
           05  RAW-TR-TRANSACTION-TIME PIC 9(6).
           05  RAW-TR-BRANCH-CODE      PIC X(6).
           05  RAW-TR-TELLER-ID        PIC X(8).
           05  RAW-TR-REFERENCE        PIC X(20).
           05  RAW-TR-CURRENCY-CODE    PIC X(3).
           05  FILLER                  PIC X(14).

      *    Meme disposition que JOURNAL-VOUCHER-RECORD dans GLPOST.
       FD  BOOKING-JOURNAL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  BOOKING-JOURNAL-RECORD.
           05  LJ-RECORD-TYPE          PIC X(01).
           05  LJ-RUN-DATE             PIC 9(08).
           05  LJ-VOUCHER-NUMBER       PIC 9(08).
           05  LJ-GL-ACCOUNT           PIC 9(08).
           05  LJ-DC-INDICATOR         PIC X(01).
           05  LJ-AMOUNT               PIC S9(13)V99 COMP-3.
           05  LJ-SOURCE-TRAN-ID       PIC X(16).
           05  LJ-SOURCE-TYPE          PIC X(02).
           05  FILLER                  PIC X(14).

       FD  BOOKING-REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  BOOKING-REPORT-RECORD       PIC X(120).

       FD  BOOKING-REJECT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  BOOKING-REJECT-RECORD       PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-CODES.
           05  WS-APP-STATUS           PIC X(02) VALUE SPACES.
           05  WS-LNM-STATUS           PIC X(02) VALUE SPACES.
           05  WS-LSC-STATUS           PIC X(02) VALUE SPACES.
           05  WS-CST-STATUS           PIC X(02) VALUE SPACES.
           05  WS-ACCT-STATUS          PIC X(02) VALUE SPACES.
           05  WS-COA-STATUS           PIC X(02) VALUE SPACES.
           05  WS-BIZ-STATUS           PIC X(02) VALUE SPACES.
           05  WS-TRAN-STATUS          PIC X(02) VALUE SPACES.
           05  WS-JRN-STATUS           PIC X(02) VALUE SPACES.
           05  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
           05  WS-REJ-STATUS           PIC X(02) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-APPS-READ            PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-LOANS-BOOKED         PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-APPS-REJECTED        PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-INSTALLMENTS-WRITTEN PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-JOURNAL-LINES        PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-VOUCHER-NUMBER       PIC 9(8) VALUE ZERO.
           05  WS-TRANS-SEQUENCE       PIC 9(6) COMP-3 VALUE ZERO.
           05  WS-TRANS-SEQ-DISPLAY    PIC 9(6) VALUE ZERO.
           05  WS-TOTAL-PRINCIPAL      PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-DEBITS         PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-CREDITS        PIC S9(15)V99 COMP-3 VALUE ZERO.

       01  WS-RUN-DATE                 PIC 9(8).

      *    Compte d'attente de GLPOST, repli quand la correspondance
      *    'LB' manque au plan.
       01  WS-SUSPENSE-GL              PIC 9(8) VALUE 99999999.

      *    Meme technique de chargement que GLPOST.
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

      *    Calcul de l'echeancier : mensualite constante
      *    P * t * (1+t)**n / ((1+t)**n - 1), t = taux annuel / 1200.
       01  WS-AMORTIZATION-FIELDS.
           05  WS-MONTHLY-RATE         PIC 9V9(9) COMP-3 VALUE ZERO.
           05  WS-GROWTH-FACTOR        PIC 9(7)V9(9) COMP-3
                                       VALUE ZERO.
           05  WS-PAYMENT-AMOUNT       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-REMAINING-PRINCIPAL  PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-INTEREST-PORTION     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-PRINCIPAL-PORTION    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-INSTALLMENT-NO       PIC 9(3) VALUE ZERO.
           05  WS-MONTH-OFFSET         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-YEAR-OFFSET          PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-DUE-DATE.
               10  WS-DUE-YEAR         PIC 9(4).
               10  WS-DUE-MONTH        PIC 9(2).
               10  WS-DUE-DAY          PIC 9(2).
           05  WS-DUE-DATE-NUM REDEFINES WS-DUE-DATE
                                       PIC 9(8).

       01  WS-APPLICATION-FIELDS.
           05  WS-APP-VALID-FLAG       PIC X(01) VALUE 'Y'.
               88  APP-VALID           VALUE 'Y'.
           05  WS-REJECT-REASON        PIC X(40) VALUE SPACES.
           05  WS-LOAN-BRANCH          PIC X(6) VALUE SPACES.
           05  WS-DISB-TRAN-ID         PIC X(16) VALUE SPACES.

       01  WS-JOURNAL-WORK-FIELDS.
           05  WS-MAP-FOUND-FLAG       PIC X(01) VALUE 'N'.
               88  MAPPING-FOUND       VALUE 'Y'.
           05  WS-DEBIT-GL             PIC 9(8) VALUE ZERO.
           05  WS-CREDIT-GL            PIC 9(8) VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-END-OF-APPS          PIC X(01) VALUE 'N'.
               88  END-OF-APPLICATIONS VALUE 'Y'.
           05  WS-END-OF-COA           PIC X(01) VALUE 'N'.
               88  END-OF-COA          VALUE 'Y'.

       01  WS-RPT-BOOKING-LINE.
           05  RBK-LOAN-NUMBER         PIC 9(12).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  RBK-CUST-ID             PIC 9(10).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  RBK-DISB-ACCOUNT        PIC 9(12).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  RBK-PRINCIPAL           PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  RBK-RATE                PIC Z9.99.
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  RBK-TERM                PIC ZZ9.
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  RBK-PAYMENT             PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  RBK-FIRST-DUE           PIC 9(8).
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  WS-RPT-REJECT-LINE.
           05  RRJ-APPLICATION-ID      PIC X(10).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  RRJ-LOAN-NUMBER         PIC X(12).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  RRJ-CUST-ID             PIC X(10).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  RRJ-REASON              PIC X(40).
           05  FILLER                  PIC X(39) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-CONTROL.
           PERFORM 100-INITIALIZE
           PERFORM 200-PROCESS-APPLICATION
               UNTIL END-OF-APPLICATIONS
           PERFORM 300-FINALIZE
           STOP RUN.

       100-INITIALIZE.
           DISPLAY '*** DEBUT MISE EN PLACE DES PRETS ***'
           OPEN INPUT  LOAN-APPLICATION-FILE
                       CUSTOMER-FILE
                       MASTER-ACCOUNT-FILE
           OPEN OUTPUT RAW-TRANSACTION-FILE
                       BOOKING-JOURNAL-FILE
                       BOOKING-REPORT-FILE
                       BOOKING-REJECT-FILE

           IF WS-APP-STATUS NOT = '00'
               DISPLAY 'FICHIER DES DEMANDES APPROUVEES ABSENT'
               MOVE 'Y' TO WS-END-OF-APPS
           END-IF

           IF WS-CST-STATUS NOT = '00'
                   OR WS-ACCT-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE FICHIERS: '
                       WS-CST-STATUS ' ' WS-ACCT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    Premier pret mis en place : maitre et echeancier sont crees
      *    vides (meme technique que STMTGEN).
           OPEN I-O LOAN-MASTER-FILE
           IF WS-LNM-STATUS = '35'
               OPEN OUTPUT LOAN-MASTER-FILE
               CLOSE LOAN-MASTER-FILE
               OPEN I-O LOAN-MASTER-FILE
           END-IF
           OPEN I-O AMORTIZATION-SCHEDULE-FILE
           IF WS-LSC-STATUS = '35'
               OPEN OUTPUT AMORTIZATION-SCHEDULE-FILE
               CLOSE AMORTIZATION-SCHEDULE-FILE
               OPEN I-O AMORTIZATION-SCHEDULE-FILE
           END-IF

           IF WS-LNM-STATUS NOT = '00'
                   OR WS-LSC-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE PRETS: '
                       WS-LNM-STATUS ' ' WS-LSC-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 105-READ-BUSINESS-DATE
           DISPLAY 'DATE DE TRAITEMENT: ' WS-RUN-DATE

           PERFORM 110-LOAD-COA-MAPPING
           PERFORM 120-READ-APPLICATION.

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

       120-READ-APPLICATION.
           READ LOAN-APPLICATION-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-APPS
               NOT AT END
                   ADD 1 TO WS-APPS-READ
           END-READ.

      *    Tous les controles passent avant la moindre ecriture : une
      *    demande refusee ne laisse rien derriere elle, et une demande
      *    representee par erreur est refusee (pret deja existant).
       200-PROCESS-APPLICATION.
           MOVE 'Y' TO WS-APP-VALID-FLAG
           MOVE SPACES TO WS-REJECT-REASON

           PERFORM 210-VALIDATE-TERMS
           IF APP-VALID
               PERFORM 220-VALIDATE-CUSTOMER
           END-IF
           IF APP-VALID
               PERFORM 230-VALIDATE-DISB-ACCOUNT
           END-IF
           IF APP-VALID
               PERFORM 240-VALIDATE-LOAN-NUMBER
           END-IF

           IF APP-VALID
               PERFORM 250-BOOK-LOAN
           ELSE
               PERFORM 290-WRITE-REJECT
           END-IF

           PERFORM 120-READ-APPLICATION.

       210-VALIDATE-TERMS.
           EVALUATE TRUE
               WHEN AP-LOAN-NUMBER NOT NUMERIC
                       OR AP-LOAN-NUMBER = ZERO
                   MOVE 'NUMERO DE PRET INVALIDE' TO WS-REJECT-REASON
               WHEN AP-CUST-ID NOT NUMERIC
                   MOVE 'CLIENT NON NUMERIQUE' TO WS-REJECT-REASON
               WHEN AP-PRINCIPAL NOT NUMERIC
                       OR AP-PRINCIPAL = ZERO
                   MOVE 'CAPITAL INVALIDE' TO WS-REJECT-REASON
               WHEN AP-ANNUAL-RATE NOT NUMERIC
                   MOVE 'TAUX NON NUMERIQUE' TO WS-REJECT-REASON
               WHEN AP-TERM-MONTHS NOT NUMERIC
                       OR AP-TERM-MONTHS = ZERO
                   MOVE 'DUREE INVALIDE' TO WS-REJECT-REASON
               WHEN AP-FIRST-PAYMENT-DATE NOT NUMERIC
                       OR AP-FP-MONTH < 1 OR AP-FP-MONTH > 12
                       OR AP-FP-DAY < 1 OR AP-FP-DAY > 28
                   MOVE 'DATE 1ERE ECHEANCE INVALIDE (JOUR 01-28)'
                       TO WS-REJECT-REASON
               WHEN AP-FIRST-PAYMENT-DATE NOT > WS-RUN-DATE
                   MOVE 'DATE 1ERE ECHEANCE DEJA PASSEE'
                       TO WS-REJECT-REASON
               WHEN AP-DISB-ACCOUNT NOT NUMERIC
                   MOVE 'COMPTE DE DECAISSEMENT NON NUMERIQUE'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               MOVE 'N' TO WS-APP-VALID-FLAG
           END-IF.

       220-VALIDATE-CUSTOMER.
           MOVE AP-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               KEY IS CUST-ID
               INVALID KEY
                   MOVE 'CLIENT INCONNU DE CUSTFILE'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-APP-VALID-FLAG
               NOT INVALID KEY
                   IF CUST-STATUS = 'S'
                       MOVE 'CLIENT SUSPENDU' TO WS-REJECT-REASON
                       MOVE 'N' TO WS-APP-VALID-FLAG
                   END-IF
           END-READ.

      *    Les fonds ne partent que sur un compte actif du client
      *    lui-meme.
       230-VALIDATE-DISB-ACCOUNT.
           MOVE AP-DISB-ACCOUNT TO MA-ACCOUNT-NUMBER
           READ MASTER-ACCOUNT-FILE
               KEY IS MA-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE 'COMPTE DE DECAISSEMENT INCONNU'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-APP-VALID-FLAG
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN MA-STATUS-CODE NOT = 'A'
                           MOVE 'COMPTE DE DECAISSEMENT NON ACTIF'
                               TO WS-REJECT-REASON
                           MOVE 'N' TO WS-APP-VALID-FLAG
                       WHEN MA-CUST-ID NOT = AP-CUST-ID
                           MOVE 'COMPTE DE DECAISSEMENT D''UN TIERS'
                               TO WS-REJECT-REASON
                           MOVE 'N' TO WS-APP-VALID-FLAG
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      *    LOANPAY reconnait un reglement a la presence du compte au
      *    maitre des prets : un numero de pret ne doit donc pas etre
      *    aussi un compte de depot, ni deja porter un echeancier.
       240-VALIDATE-LOAN-NUMBER.
           MOVE AP-LOAN-NUMBER TO LN-ACCOUNT-NUMBER
           READ LOAN-MASTER-FILE
               KEY IS LN-ACCOUNT-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'PRET DEJA EXISTANT' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-APP-VALID-FLAG
           END-READ

           IF APP-VALID
               MOVE AP-LOAN-NUMBER TO MA-ACCOUNT-NUMBER
               READ MASTER-ACCOUNT-FILE
                   KEY IS MA-ACCOUNT-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'NUMERO DEJA PRIS PAR UN COMPTE DE DEPOT'
                           TO WS-REJECT-REASON
                       MOVE 'N' TO WS-APP-VALID-FLAG
               END-READ
           END-IF

           IF APP-VALID
               MOVE AP-LOAN-NUMBER TO LS-ACCOUNT-NUMBER
               MOVE ZERO TO LS-INSTALLMENT-NO
               START AMORTIZATION-SCHEDULE-FILE
                   KEY IS NOT LESS THAN LS-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ AMORTIZATION-SCHEDULE-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF LS-ACCOUNT-NUMBER = AP-LOAN-NUMBER
                                   MOVE 'ECHEANCIER DEJA PRESENT'
                                       TO WS-REJECT-REASON
                                   MOVE 'N' TO WS-APP-VALID-FLAG
                               END-IF
                       END-READ
               END-START
           END-IF

      *    Relecture du compte de decaissement : agence et devise du
      *    decaissement en dependent.
           IF APP-VALID
               MOVE AP-DISB-ACCOUNT TO MA-ACCOUNT-NUMBER
               READ MASTER-ACCOUNT-FILE
                   KEY IS MA-ACCOUNT-NUMBER
                   INVALID KEY
                       MOVE 'COMPTE DE DECAISSEMENT INCONNU'
                           TO WS-REJECT-REASON
                       MOVE 'N' TO WS-APP-VALID-FLAG
               END-READ
           END-IF.

       250-BOOK-LOAN.
           PERFORM 255-COMPUTE-PAYMENT

           IF AP-BRANCH-CODE = SPACES
               MOVE MA-BRANCH-CODE TO WS-LOAN-BRANCH
           ELSE
               MOVE AP-BRANCH-CODE TO WS-LOAN-BRANCH
           END-IF

           MOVE SPACES TO LOAN-MASTER-RECORD
           MOVE AP-LOAN-NUMBER TO LN-ACCOUNT-NUMBER
           MOVE AP-CUST-ID TO LN-CUST-ID
           MOVE AP-PRINCIPAL TO LN-ORIGINAL-PRINCIPAL
                                LN-PRINCIPAL-BALANCE
           MOVE AP-ANNUAL-RATE TO LN-ANNUAL-RATE
           MOVE WS-PAYMENT-AMOUNT TO LN-PAYMENT-AMOUNT
           MOVE AP-TERM-MONTHS TO LN-TERM-MONTHS
           MOVE 1 TO LN-NEXT-INSTALLMENT
           MOVE WS-RUN-DATE TO LN-OPEN-DATE
           MOVE 'A' TO LN-STATUS-CODE
           MOVE WS-LOAN-BRANCH TO LN-BRANCH-CODE
           MOVE ZERO TO LN-DAYS-PAST-DUE
                        LN-RESERVE-AMOUNT
           MOVE '0' TO LN-DELINQ-BUCKET

           WRITE LOAN-MASTER-RECORD
               INVALID KEY
                   MOVE 'ERREUR ECRITURE MAITRE DES PRETS'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-APP-VALID-FLAG
           END-WRITE

           IF NOT APP-VALID
               PERFORM 290-WRITE-REJECT
           ELSE
               MOVE AP-PRINCIPAL TO WS-REMAINING-PRINCIPAL
               PERFORM 260-WRITE-INSTALLMENT
                   VARYING WS-INSTALLMENT-NO FROM 1 BY 1
                   UNTIL WS-INSTALLMENT-NO > AP-TERM-MONTHS
               PERFORM 270-WRITE-DISBURSEMENT
               PERFORM 280-WRITE-BOOKING-ENTRY
               PERFORM 285-WRITE-REPORT-LINE
               ADD 1 TO WS-LOANS-BOOKED
               ADD AP-PRINCIPAL TO WS-TOTAL-PRINCIPAL
           END-IF.

      *    A taux nul, capital divise en parts egales.
       255-COMPUTE-PAYMENT.
           IF AP-ANNUAL-RATE = ZERO
               MOVE ZERO TO WS-MONTHLY-RATE
               COMPUTE WS-PAYMENT-AMOUNT ROUNDED =
                   AP-PRINCIPAL / AP-TERM-MONTHS
           ELSE
               COMPUTE WS-MONTHLY-RATE ROUNDED =
                   AP-ANNUAL-RATE / 1200
               COMPUTE WS-GROWTH-FACTOR ROUNDED =
                   (1 + WS-MONTHLY-RATE) ** AP-TERM-MONTHS
               COMPUTE WS-PAYMENT-AMOUNT ROUNDED =
                   AP-PRINCIPAL * WS-MONTHLY-RATE * WS-GROWTH-FACTOR
                   / (WS-GROWTH-FACTOR - 1)
           END-IF.

      *    Echeance n : meme jour que la premiere, n - 1 mois plus
      *    tard. Interets du mois au taux du contrat sur le capital
      *    restant du ; la derniere echeance reprend tout le reste.
       260-WRITE-INSTALLMENT.
           COMPUTE WS-INTEREST-PORTION ROUNDED =
               WS-REMAINING-PRINCIPAL * AP-ANNUAL-RATE / 1200
           IF WS-INSTALLMENT-NO = AP-TERM-MONTHS
               MOVE WS-REMAINING-PRINCIPAL TO WS-PRINCIPAL-PORTION
           ELSE
               COMPUTE WS-PRINCIPAL-PORTION =
                   WS-PAYMENT-AMOUNT - WS-INTEREST-PORTION
               IF WS-PRINCIPAL-PORTION > WS-REMAINING-PRINCIPAL
                   MOVE WS-REMAINING-PRINCIPAL TO WS-PRINCIPAL-PORTION
               END-IF
               IF WS-PRINCIPAL-PORTION < ZERO
                   MOVE ZERO TO WS-PRINCIPAL-PORTION
               END-IF
           END-IF
           SUBTRACT WS-PRINCIPAL-PORTION FROM WS-REMAINING-PRINCIPAL

           COMPUTE WS-MONTH-OFFSET =
               AP-FP-MONTH - 1 + WS-INSTALLMENT-NO - 1
           DIVIDE WS-MONTH-OFFSET BY 12
               GIVING WS-YEAR-OFFSET
               REMAINDER WS-MONTH-OFFSET
           COMPUTE WS-DUE-YEAR = AP-FP-YEAR + WS-YEAR-OFFSET
           COMPUTE WS-DUE-MONTH = WS-MONTH-OFFSET + 1
           MOVE AP-FP-DAY TO WS-DUE-DAY

           MOVE SPACES TO AMORTIZATION-SCHEDULE-RECORD
           MOVE AP-LOAN-NUMBER TO LS-ACCOUNT-NUMBER
           MOVE WS-INSTALLMENT-NO TO LS-INSTALLMENT-NO
           MOVE WS-DUE-DATE-NUM TO LS-DUE-DATE
           MOVE WS-PRINCIPAL-PORTION TO LS-PRINCIPAL-DUE
           MOVE WS-INTEREST-PORTION TO LS-INTEREST-DUE
           MOVE 'S' TO LS-STATUS-CODE
           MOVE ZERO TO LS-PAID-DATE
                        LS-LATE-CHARGE-AMT

           WRITE AMORTIZATION-SCHEDULE-RECORD
               INVALID KEY
                   DISPLAY 'ERREUR ECRITURE ECHEANCE: '
                           LS-ACCOUNT-NUMBER ' ' LS-INSTALLMENT-NO
               NOT INVALID KEY
                   ADD 1 TO WS-INSTALLMENTS-WRITTEN
           END-WRITE.

      *    Le capital part au compte du client par le circuit normal
      *    de BANKTRAN, qui le comptabilise comme tout credit.
       270-WRITE-DISBURSEMENT.
           MOVE SPACES TO RAW-TRANSACTION-RECORD
           ADD 1 TO WS-TRANS-SEQUENCE
           MOVE WS-TRANS-SEQUENCE TO WS-TRANS-SEQ-DISPLAY
      *    Siecle omis (AAMMJJ), meme raison que INTPOST/STORDGEN.
           MOVE SPACES TO WS-DISB-TRAN-ID
           STRING 'LB' WS-RUN-DATE(3:6) WS-TRANS-SEQ-DISPLAY
               DELIMITED BY SIZE INTO WS-DISB-TRAN-ID
           MOVE WS-DISB-TRAN-ID TO RAW-TR-TRANSACTION-ID
           MOVE AP-DISB-ACCOUNT TO RAW-TR-ACCOUNT-NUMBER
           MOVE 'CR' TO RAW-TR-TRANSACTION-TYPE
           MOVE AP-PRINCIPAL TO RAW-TR-AMOUNT
           MOVE ZERO TO RAW-TR-DEST-ACCOUNT
           MOVE WS-RUN-DATE TO RAW-TR-TRANSACTION-DATE
           MOVE ZERO TO RAW-TR-TRANSACTION-TIME
           MOVE MA-BRANCH-CODE TO RAW-TR-BRANCH-CODE
           MOVE 'LOANBOOK' TO RAW-TR-TELLER-ID
           STRING 'PRET ' AP-LOAN-NUMBER
               DELIMITED BY SIZE INTO RAW-TR-REFERENCE
           MOVE MA-CURRENCY-CODE TO RAW-TR-CURRENCY-CODE
           WRITE RAW-TRANSACTION-RECORD.

      *    Mise en place : debit de l'encours de prets, credit du
      *    compte de passage que le credit 'CR' du decaissement debite
      *    chez GLPOST. Recherche agence exacte puis agence a blanc,
      *    repli au compte d'attente comme LOANPAY.
       280-WRITE-BOOKING-ENTRY.
           MOVE 'N' TO WS-MAP-FOUND-FLAG
           SET WS-COA-IDX TO 1
           SEARCH WS-COA-ENTRY
               AT END
                   CONTINUE
               WHEN WS-COA-TXN-TYPE(WS-COA-IDX) = 'LB'
                       AND WS-COA-ACCT-TYPE(WS-COA-IDX) = 'LN'
                       AND WS-COA-BRANCH(WS-COA-IDX) = WS-LOAN-BRANCH
                   PERFORM 281-TAKE-MAPPING
           END-SEARCH

           IF NOT MAPPING-FOUND
               SET WS-COA-IDX TO 1
               SEARCH WS-COA-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-COA-TXN-TYPE(WS-COA-IDX) = 'LB'
                           AND WS-COA-ACCT-TYPE(WS-COA-IDX) = 'LN'
                           AND WS-COA-BRANCH(WS-COA-IDX) = SPACES
                       PERFORM 281-TAKE-MAPPING
               END-SEARCH
           END-IF

           IF NOT MAPPING-FOUND
               MOVE WS-SUSPENSE-GL TO WS-DEBIT-GL
                                      WS-CREDIT-GL
               DISPLAY 'CORRESPONDANCE LB/LN ABSENTE - COMPTE '
                       'D''ATTENTE POUR ' WS-DISB-TRAN-ID
           END-IF

           ADD 1 TO WS-VOUCHER-NUMBER

           MOVE SPACES TO BOOKING-JOURNAL-RECORD
           MOVE 'D' TO LJ-RECORD-TYPE
           MOVE WS-RUN-DATE TO LJ-RUN-DATE
           MOVE WS-VOUCHER-NUMBER TO LJ-VOUCHER-NUMBER
           MOVE WS-DEBIT-GL TO LJ-GL-ACCOUNT
           MOVE 'D' TO LJ-DC-INDICATOR
           MOVE AP-PRINCIPAL TO LJ-AMOUNT
           MOVE WS-DISB-TRAN-ID TO LJ-SOURCE-TRAN-ID
           MOVE 'LB' TO LJ-SOURCE-TYPE
           WRITE BOOKING-JOURNAL-RECORD
           ADD AP-PRINCIPAL TO WS-TOTAL-DEBITS
           ADD 1 TO WS-JOURNAL-LINES

           MOVE WS-CREDIT-GL TO LJ-GL-ACCOUNT
           MOVE 'C' TO LJ-DC-INDICATOR
           WRITE BOOKING-JOURNAL-RECORD
           ADD AP-PRINCIPAL TO WS-TOTAL-CREDITS
           ADD 1 TO WS-JOURNAL-LINES.

       281-TAKE-MAPPING.
           MOVE WS-COA-DEBIT-GL(WS-COA-IDX) TO WS-DEBIT-GL
           MOVE WS-COA-CREDIT-GL(WS-COA-IDX) TO WS-CREDIT-GL
           MOVE 'Y' TO WS-MAP-FOUND-FLAG.

       285-WRITE-REPORT-LINE.
           MOVE AP-LOAN-NUMBER TO RBK-LOAN-NUMBER
           MOVE AP-CUST-ID TO RBK-CUST-ID
           MOVE AP-DISB-ACCOUNT TO RBK-DISB-ACCOUNT
           MOVE AP-PRINCIPAL TO RBK-PRINCIPAL
           MOVE AP-ANNUAL-RATE TO RBK-RATE
           MOVE AP-TERM-MONTHS TO RBK-TERM
           MOVE WS-PAYMENT-AMOUNT TO RBK-PAYMENT
           MOVE AP-FIRST-PAYMENT-DATE TO RBK-FIRST-DUE
           WRITE BOOKING-REPORT-RECORD FROM WS-RPT-BOOKING-LINE.

       290-WRITE-REJECT.
           MOVE AP-APPLICATION-ID TO RRJ-APPLICATION-ID
           MOVE AP-LOAN-NUMBER TO RRJ-LOAN-NUMBER
           MOVE AP-CUST-ID TO RRJ-CUST-ID
           MOVE WS-REJECT-REASON TO RRJ-REASON
           WRITE BOOKING-REJECT-RECORD FROM WS-RPT-REJECT-LINE
           ADD 1 TO WS-APPS-REJECTED.

       300-FINALIZE.
           DISPLAY '*** FINALISATION MISE EN PLACE DES PRETS ***'

           IF WS-APP-STATUS = '00' OR WS-APP-STATUS = '10'
               CLOSE LOAN-APPLICATION-FILE
           END-IF

           CLOSE LOAN-MASTER-FILE
                 AMORTIZATION-SCHEDULE-FILE
                 CUSTOMER-FILE
                 MASTER-ACCOUNT-FILE
                 RAW-TRANSACTION-FILE
                 BOOKING-JOURNAL-FILE
                 BOOKING-REPORT-FILE
                 BOOKING-REJECT-FILE

           DISPLAY ' '
           DISPLAY '================================================'
           DISPLAY '  RAPPORT SOMMAIRE - MISE EN PLACE DES PRETS    '
           DISPLAY '================================================'
           DISPLAY 'DEMANDES LUES          : ' WS-APPS-READ
           DISPLAY 'PRETS MIS EN PLACE     : ' WS-LOANS-BOOKED
           DISPLAY 'DEMANDES REJETEES      : ' WS-APPS-REJECTED
           DISPLAY 'ECHEANCES CREEES       : ' WS-INSTALLMENTS-WRITTEN
           DISPLAY 'CAPITAL DECAISSE       : ' WS-TOTAL-PRINCIPAL
           DISPLAY 'LIGNES PIECES ECRITES  : ' WS-JOURNAL-LINES
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
               DISPLAY 'PARTIE DOUBLE          : EQUILIBREE'
           ELSE
               DISPLAY 'PARTIE DOUBLE          : HORS BALANCE'
           END-IF
           DISPLAY '================================================'
           DISPLAY ' '

           DISPLAY '*** FIN MISE EN PLACE DES PRETS ***'.

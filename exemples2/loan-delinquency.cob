       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANDLQ.
       AUTHOR. BANKING SYSTEM TEAM.
      ******************************************************************
      * SUIVI DES IMPAYES DE PRETS ET FILE DE RECOUVREMENT              *
      * - Traitement de nuit, apres LOANPAY : toute echeance de         *
      *   l'echeancier (LOANSCHD) encore 'S' a une date d'echeance      *
      *   depassee est un impaye ; la plus ancienne donne le nombre de  *
      *   jours de retard du pret                                       *
      * - Classement par tranche 30/60/90/120 jours ; un pret a 30      *
      *   jours ou plus passe au statut 'D' (impaye) et revient a 'A'   *
      *   une fois rattrape : le statut ne saute plus d'actif a passe   *
      *   en perte                                                      *
      * - Penalite de retard une seule fois par echeance, passee la     *
      *   franchise, marquee sur l'echeance et comptabilisee ('LL')     *
      * - Provision par tranche sur le capital restant du, tenue par    *
      *   pret : seule la variation de la nuit est comptabilisee        *
      *   ('LR'), dotation ou reprise                                   *
      * - File de recouvrement triee par jours de retard puis capital,  *
      *   avis de retard pour NOTIFGEN (entree en tranche, penalite),   *
      *   etat des prets proposes au passage en perte (120 jours)       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Parcouru en sequence et mis a jour en place (tranche, jours
      *    de retard, provision, statut).
           SELECT LOAN-MASTER-FILE
               ASSIGN TO LOANMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-ACCOUNT-NUMBER
               FILE STATUS IS WS-LNM-STATUS.

      *    Positionne par START sur la prochaine echeance du pret ; la
      *    penalite de retard se marque sur l'echeance elle-meme.
           SELECT AMORTIZATION-SCHEDULE-FILE
               ASSIGN TO LOANSCHD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-KEY
               FILE STATUS IS WS-LSC-STATUS.

      *    Nom et telephone de l'emprunteur pour la file des
      *    gestionnaires de recouvrement.
           SELECT CUSTOMER-FILE
               ASSIGN TO CUSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CST-STATUS.

      *    Meme correspondance plan de comptes que GLPOST et LOANPAY :
      *    types 'LL' (penalite de retard) et 'LR' (provision) avec le
      *    type de compte 'LN'.
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

           SELECT SORT-QUEUE-FILE
               ASSIGN TO SRTDLQ.

      *    File de travail des gestionnaires, la plus urgente en tete.
           SELECT COLLECTIONS-QUEUE-FILE
               ASSIGN TO DLQQUEUE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CQ-STATUS.

      *    Avis de retard lus par NOTIFGEN (fichier DLQNOTC).
           SELECT DELINQUENCY-NOTICE-FILE
               ASSIGN TO DLQNOTC
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DN-STATUS.

      *    Lignes de piece au format JOURNAL-VOUCHER-RECORD de GLPOST,
      *    details 'D' seulement, a concatener a GLJRNL comme LNJRNL.
           SELECT DELINQUENCY-JOURNAL-FILE
               ASSIGN TO DLQJRNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.

           SELECT WRITE-OFF-REPORT-FILE
               ASSIGN TO DLQWOFF
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WO-STATUS.

           SELECT AGING-REPORT-FILE
               ASSIGN TO DLQRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
      *    Suivi des impayes tenu par LOANDLQ : jours de retard de la
      *    plus ancienne echeance impayee, tranche ('0' a jour, '1' 30,
      *    '2' 60, '3' 90, '4' 120 jours et plus) et provision
      *    actuellement constituee sur le pret.
           05  LN-DAYS-PAST-DUE        PIC 9(5) COMP-3.
           05  LN-DELINQ-BUCKET        PIC X(01).
               88  LN-BUCKET-VALID     VALUE '0' THRU '4'.
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
      *    Penalite de retard percue sur l'echeance ('Y' = deja
      *    appliquee, une seule fois par echeance; 'C' = encaissee
      *    lors d'un solde sur devis dans LOANPAY).
           05  LS-LATE-CHARGE-FLAG     PIC X(01).
               88  LS-LATE-CHARGED     VALUE 'Y' 'C'.
               88  LS-LATE-CHARGE-OPEN VALUE 'Y'.
           05  LS-LATE-CHARGE-AMT      PIC 9(7)V99 COMP-3.
           05  FILLER                  PIC X(4).

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS.
       COPY CUSTOMER-RECORD.

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

       SD  SORT-QUEUE-FILE.
       01  SORT-QUEUE-RECORD.
           05  SRT-DAYS-PAST-DUE       PIC 9(5).
           05  SRT-PRINCIPAL-BALANCE   PIC S9(13)V99 COMP-3.
           05  SRT-LOAN-NUMBER         PIC 9(12).
           05  SRT-CUST-ID             PIC 9(10).
           05  SRT-CUSTOMER-NAME       PIC X(30).
           05  SRT-PHONE               PIC X(15).
           05  SRT-BRANCH-CODE         PIC X(6).
           05  SRT-BUCKET              PIC X(01).
           05  SRT-AMOUNT-PAST-DUE     PIC S9(13)V99 COMP-3.
           05  SRT-LATE-CHARGES        PIC S9(9)V99 COMP-3.

      *    Une ligne par pret en retard, rang 1 = le plus urgent.
       FD  COLLECTIONS-QUEUE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  COLLECTIONS-QUEUE-RECORD.
           05  CQ-PRIORITY             PIC 9(5).
           05  CQ-LOAN-NUMBER          PIC 9(12).
           05  CQ-CUST-ID              PIC 9(10).
           05  CQ-CUSTOMER-NAME        PIC X(30).
           05  CQ-PHONE                PIC X(15).
           05  CQ-BRANCH-CODE          PIC X(6).
           05  CQ-BUCKET               PIC X(01).
           05  CQ-DAYS-PAST-DUE        PIC 9(5).
           05  CQ-AMOUNT-PAST-DUE      PIC 9(13)V99.
           05  CQ-PRINCIPAL-BALANCE    PIC S9(13)V99.
           05  CQ-LATE-CHARGES         PIC 9(9)V99.
           05  CQ-QUEUE-DATE           PIC 9(8).
           05  FILLER                  PIC X(07).

      *    'LC' penalite de retard appliquee, 'D1' a 'D4' entree en
      *    tranche 30/60/90/120 jours. Le client est porte en clair :
      *    le pret n'a pas forcement de fiche au fichier des comptes.
       FD  DELINQUENCY-NOTICE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  DELINQUENCY-NOTICE-RECORD.
           05  DN-LOAN-NUMBER          PIC 9(12).
           05  DN-CUST-ID              PIC 9(10).
           05  DN-NOTICE-CODE          PIC X(02).
           05  DN-DAYS-PAST-DUE        PIC 9(5).
           05  DN-AMOUNT-PAST-DUE      PIC 9(11)V99.
           05  DN-LATE-CHARGE          PIC 9(7)V99.
           05  DN-NOTICE-DATE          PIC 9(8).
           05  FILLER                  PIC X(21).

      *    Meme disposition que JOURNAL-VOUCHER-RECORD dans GLPOST.
       FD  DELINQUENCY-JOURNAL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  DELINQUENCY-JOURNAL-RECORD.
           05  LJ-RECORD-TYPE          PIC X(01).
           05  LJ-RUN-DATE             PIC 9(08).
           05  LJ-VOUCHER-NUMBER       PIC 9(08).
           05  LJ-GL-ACCOUNT           PIC 9(08).
           05  LJ-DC-INDICATOR         PIC X(01).
           05  LJ-AMOUNT               PIC S9(13)V99 COMP-3.
           05  LJ-SOURCE-TRAN-ID       PIC X(16).
           05  LJ-SOURCE-TYPE          PIC X(02).
           05  FILLER                  PIC X(14).

       FD  WRITE-OFF-REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  WRITE-OFF-REPORT-RECORD     PIC X(120).

       FD  AGING-REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  AGING-REPORT-RECORD         PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-CODES.
           05  WS-LNM-STATUS           PIC X(02) VALUE SPACES.
           05  WS-LSC-STATUS           PIC X(02) VALUE SPACES.
           05  WS-CST-STATUS           PIC X(02) VALUE SPACES.
           05  WS-COA-STATUS           PIC X(02) VALUE SPACES.
           05  WS-BIZ-STATUS           PIC X(02) VALUE SPACES.
           05  WS-CQ-STATUS            PIC X(02) VALUE SPACES.
           05  WS-DN-STATUS            PIC X(02) VALUE SPACES.
           05  WS-JRN-STATUS           PIC X(02) VALUE SPACES.
           05  WS-WO-STATUS            PIC X(02) VALUE SPACES.
           05  WS-RPT-STATUS           PIC X(02) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-LOANS-READ           PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-LOANS-AGED           PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-LOANS-PAST-DUE       PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-LOANS-TO-DELINQUENT  PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-LOANS-CURED          PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-LATE-CHARGES-COUNT   PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-NOTICES-WRITTEN      PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-QUEUE-RELEASED       PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-QUEUE-WRITTEN        PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-WRITE-OFF-COUNT      PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-JOURNAL-LINES        PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-VOUCHER-NUMBER       PIC 9(8) VALUE ZERO.
           05  WS-TOTAL-LATE-CHARGES   PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-PROVISION      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-RELEASE        PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-DEBITS         PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-CREDITS        PIC S9(15)V99 COMP-3 VALUE ZERO.

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-DATE-INT             PIC S9(9) COMP-3 VALUE ZERO.

      *    Regles de recouvrement : franchise avant penalite, penalite
      *    en pourcentage de l'echeance avec un minimum, seuil du
      *    statut impaye et seuil de proposition de passage en perte.
       01  WS-DELINQUENCY-RULES.
           05  WS-GRACE-DAYS           PIC 9(3) VALUE 15.
           05  WS-LATE-CHARGE-PCT      PIC 9(2)V99 VALUE 5.00.
           05  WS-LATE-CHARGE-MIN      PIC 9(5)V99 VALUE 15.00.
           05  WS-DELINQUENT-DAYS      PIC 9(3) VALUE 30.
           05  WS-CHARGEOFF-DAYS       PIC 9(3) VALUE 120.

      *    Compte d'attente de GLPOST, repli quand la correspondance
      *    'LL'/'LR' manque au plan.
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

      *    Tranches d'anciennete : libelle, taux de provision sur le
      *    capital restant du et cumuls de l'etat de la balance agee.
      *    Rang = code tranche + 1.
       01  WS-BUCKET-TABLE.
           05  WS-BKT-ENTRY OCCURS 5 TIMES
                   INDEXED BY WS-BKT-IDX.
               10  WS-BKT-LABEL        PIC X(14).
               10  WS-BKT-RESERVE-PCT  PIC 9(3)V99.
               10  WS-BKT-COUNT        PIC 9(7) COMP-3.
               10  WS-BKT-BALANCE      PIC S9(15)V99 COMP-3.
               10  WS-BKT-PAST-DUE     PIC S9(15)V99 COMP-3.
               10  WS-BKT-RESERVE      PIC S9(15)V99 COMP-3.

       01  WS-LOAN-WORK-FIELDS.
           05  WS-DAYS-PAST-DUE        PIC 9(5) VALUE ZERO.
           05  WS-INST-DAYS-LATE       PIC S9(7) COMP-3 VALUE ZERO.
           05  WS-AMOUNT-PAST-DUE      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-LATE-CHARGES-DUE     PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-LATE-CHARGE          PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-NEW-BUCKET           PIC X(01) VALUE '0'.
           05  WS-NEW-BUCKET-NUM REDEFINES WS-NEW-BUCKET
                                       PIC 9(01).
           05  WS-OLD-BUCKET           PIC X(01) VALUE '0'.
           05  WS-REQUIRED-RESERVE     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-RESERVE-MOVEMENT     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-NOTICE-CODE          PIC X(02) VALUE SPACES.
           05  WS-QUEUE-PRIORITY       PIC 9(5) VALUE ZERO.

       01  WS-JOURNAL-WORK-FIELDS.
           05  WS-MAP-FOUND-FLAG       PIC X(01) VALUE 'N'.
               88  MAPPING-FOUND       VALUE 'Y'.
           05  WS-LEG-TYPE             PIC X(02) VALUE SPACES.
           05  WS-LEG-AMOUNT           PIC S9(13)V99 COMP-3 VALUE ZERO.
      *    'Y' = reprise : debit et credit de la correspondance
      *    inverses.
           05  WS-LEG-REVERSE-FLAG     PIC X(01) VALUE 'N'.
               88  LEG-REVERSED        VALUE 'Y'.
           05  WS-DEBIT-GL             PIC 9(8) VALUE ZERO.
           05  WS-CREDIT-GL            PIC 9(8) VALUE ZERO.
           05  WS-SWAP-GL              PIC 9(8) VALUE ZERO.
           05  WS-SOURCE-ID            PIC X(16) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-END-OF-LOANS         PIC X(01) VALUE 'N'.
               88  END-OF-LOANS        VALUE 'Y'.
           05  WS-END-OF-COA           PIC X(01) VALUE 'N'.
               88  END-OF-COA          VALUE 'Y'.
           05  WS-END-OF-SCHED         PIC X(01) VALUE 'N'.
               88  END-OF-SCHED        VALUE 'Y'.
           05  WS-SORT-EOF-FLAG        PIC X(01) VALUE 'N'.
               88  SORT-RETURN-EOF     VALUE 'Y'.

       01  WS-RPT-WRITE-OFF-LINE.
           05  RWO-LOAN-NUMBER         PIC 9(12).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  RWO-CUST-ID             PIC 9(10).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  RWO-BRANCH              PIC X(6).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  RWO-DAYS-PAST-DUE       PIC ZZZZ9.
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  RWO-PRINCIPAL           PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  RWO-PAST-DUE            PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  RWO-RESERVE             PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  WS-RPT-AGING-LINE.
           05  RAG-LABEL               PIC X(14).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  RAG-COUNT               PIC ZZZZZZ9.
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  RAG-BALANCE             PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  RAG-PAST-DUE            PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  RAG-RESERVE             PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-CONTROL.
           PERFORM 100-INITIALIZE

           SORT SORT-QUEUE-FILE
               ON DESCENDING KEY SRT-DAYS-PAST-DUE
                                 SRT-PRINCIPAL-BALANCE
               INPUT PROCEDURE 200-AGE-LOANS
                   THRU 200-AGE-LOANS-EXIT
               OUTPUT PROCEDURE 500-WRITE-QUEUE
                   THRU 500-WRITE-QUEUE-EXIT

           PERFORM 600-WRITE-AGING-REPORT
           PERFORM 300-FINALIZE
           STOP RUN.

       100-INITIALIZE.
           DISPLAY '*** DEBUT SUIVI DES IMPAYES DE PRETS ***'
           OPEN I-O    LOAN-MASTER-FILE
                       AMORTIZATION-SCHEDULE-FILE
           OPEN INPUT  CUSTOMER-FILE
           OPEN OUTPUT COLLECTIONS-QUEUE-FILE
                       DELINQUENCY-NOTICE-FILE
                       DELINQUENCY-JOURNAL-FILE
                       WRITE-OFF-REPORT-FILE
                       AGING-REPORT-FILE

           IF WS-LNM-STATUS NOT = '00'
                   OR WS-LSC-STATUS NOT = '00'
                   OR WS-CST-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE FICHIERS: '
                       WS-LNM-STATUS ' ' WS-LSC-STATUS ' '
                       WS-CST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 105-READ-BUSINESS-DATE
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           DISPLAY 'DATE DE TRAITEMENT: ' WS-RUN-DATE

           PERFORM 104-INIT-BUCKETS
           PERFORM 110-LOAD-COA-MAPPING.

       104-INIT-BUCKETS.
           MOVE 'A JOUR/< 30 J ' TO WS-BKT-LABEL(1)
           MOVE 1.00 TO WS-BKT-RESERVE-PCT(1)
           MOVE '30 A 59 JOURS ' TO WS-BKT-LABEL(2)
           MOVE 5.00 TO WS-BKT-RESERVE-PCT(2)
           MOVE '60 A 89 JOURS ' TO WS-BKT-LABEL(3)
           MOVE 25.00 TO WS-BKT-RESERVE-PCT(3)
           MOVE '90 A 119 JOURS' TO WS-BKT-LABEL(4)
           MOVE 50.00 TO WS-BKT-RESERVE-PCT(4)
           MOVE '120 J ET PLUS ' TO WS-BKT-LABEL(5)
           MOVE 100.00 TO WS-BKT-RESERVE-PCT(5)
           PERFORM 106-RESET-ONE-BUCKET
               VARYING WS-BKT-IDX FROM 1 BY 1
               UNTIL WS-BKT-IDX > 5.

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

       106-RESET-ONE-BUCKET.
           MOVE ZERO TO WS-BKT-COUNT(WS-BKT-IDX)
                        WS-BKT-BALANCE(WS-BKT-IDX)
                        WS-BKT-PAST-DUE(WS-BKT-IDX)
                        WS-BKT-RESERVE(WS-BKT-IDX).

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

       120-READ-LOAN.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-LOANS
               NOT AT END
                   ADD 1 TO WS-LOANS-READ
           END-READ.

      *----------------------------------------------------------------
      *    ETAPE DE TRI - PROCEDURE D'ENTREE
      *    Classement de chaque pret ; les prets en retard partent au
      *    tri de la file de recouvrement.
      *----------------------------------------------------------------
       200-AGE-LOANS.
           PERFORM 120-READ-LOAN
           PERFORM 210-PROCESS-ONE-LOAN UNTIL END-OF-LOANS.

       200-AGE-LOANS-EXIT.
           EXIT.

      *    Migration au premier passage : les prets anterieurs au
      *    suivi des impayes portent des blancs dans l'ancien FILLER.
      *    Un pret solde garde sa provision jusqu'a ce qu'elle soit
      *    reprise ici ; un pret passe en perte n'est plus suivi.
       210-PROCESS-ONE-LOAN.
           IF LN-DAYS-PAST-DUE NOT NUMERIC
                   OR LN-RESERVE-AMOUNT NOT NUMERIC
                   OR NOT LN-BUCKET-VALID
               MOVE ZERO TO LN-DAYS-PAST-DUE
                            LN-RESERVE-AMOUNT
               MOVE '0' TO LN-DELINQ-BUCKET
           END-IF

           EVALUATE TRUE
               WHEN LN-ACTIVE OR LN-DELINQUENT
                   PERFORM 220-AGE-ONE-LOAN
               WHEN LN-PAID-OFF AND LN-RESERVE-AMOUNT > ZERO
                   MOVE ZERO TO WS-REQUIRED-RESERVE
                   PERFORM 260-BOOK-RESERVE-MOVEMENT
                   MOVE ZERO TO LN-DAYS-PAST-DUE
                   MOVE '0' TO LN-DELINQ-BUCKET
                   PERFORM 290-REWRITE-LOAN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM 120-READ-LOAN.

      *    LOANPAY regle les echeances dans l'ordre : tout ce qui
      *    precede LN-NEXT-INSTALLMENT est paye, le balayage part donc
      *    de la prochaine echeance et s'arrete a la premiere qui n'est
      *    pas encore echue.
       220-AGE-ONE-LOAN.
           ADD 1 TO WS-LOANS-AGED
           MOVE ZERO TO WS-DAYS-PAST-DUE
                        WS-AMOUNT-PAST-DUE
                        WS-LATE-CHARGES-DUE
           MOVE 'N' TO WS-END-OF-SCHED
           MOVE LN-DELINQ-BUCKET TO WS-OLD-BUCKET

           MOVE LN-ACCOUNT-NUMBER TO LS-ACCOUNT-NUMBER
           MOVE LN-NEXT-INSTALLMENT TO LS-INSTALLMENT-NO
           START AMORTIZATION-SCHEDULE-FILE
               KEY IS NOT LESS THAN LS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-SCHED
           END-START

           PERFORM 230-EXAMINE-INSTALLMENT
               UNTIL END-OF-SCHED

           PERFORM 240-ASSIGN-BUCKET

           IF LN-PRINCIPAL-BALANCE > ZERO
               SET WS-BKT-IDX TO WS-NEW-BUCKET-NUM
               SET WS-BKT-IDX UP BY 1
               COMPUTE WS-REQUIRED-RESERVE ROUNDED =
                   LN-PRINCIPAL-BALANCE
                   * WS-BKT-RESERVE-PCT(WS-BKT-IDX) / 100
           ELSE
               MOVE ZERO TO WS-REQUIRED-RESERVE
           END-IF
           PERFORM 260-BOOK-RESERVE-MOVEMENT

      *    Statut impaye a partir de 30 jours, retour a actif une fois
      *    le retard rattrape.
           IF WS-DAYS-PAST-DUE NOT < WS-DELINQUENT-DAYS
               IF LN-ACTIVE
                   ADD 1 TO WS-LOANS-TO-DELINQUENT
               END-IF
               MOVE 'D' TO LN-STATUS-CODE
           ELSE
               IF LN-DELINQUENT
                   ADD 1 TO WS-LOANS-CURED
               END-IF
               MOVE 'A' TO LN-STATUS-CODE
           END-IF

      *    Un avis par entree dans une tranche plus grave, pas un par
      *    nuit passee dans la meme tranche.
           IF WS-NEW-BUCKET > WS-OLD-BUCKET
               STRING 'D' WS-NEW-BUCKET
                   DELIMITED BY SIZE INTO WS-NOTICE-CODE
               MOVE ZERO TO WS-LATE-CHARGE
               PERFORM 250-WRITE-NOTICE
           END-IF

           MOVE WS-DAYS-PAST-DUE TO LN-DAYS-PAST-DUE
           MOVE WS-NEW-BUCKET TO LN-DELINQ-BUCKET
           PERFORM 290-REWRITE-LOAN

           SET WS-BKT-IDX TO WS-NEW-BUCKET-NUM
           SET WS-BKT-IDX UP BY 1
           ADD 1 TO WS-BKT-COUNT(WS-BKT-IDX)
           ADD LN-PRINCIPAL-BALANCE TO WS-BKT-BALANCE(WS-BKT-IDX)
           ADD WS-AMOUNT-PAST-DUE TO WS-BKT-PAST-DUE(WS-BKT-IDX)
           ADD LN-RESERVE-AMOUNT TO WS-BKT-RESERVE(WS-BKT-IDX)

           IF WS-DAYS-PAST-DUE > ZERO
               ADD 1 TO WS-LOANS-PAST-DUE
               PERFORM 270-RELEASE-QUEUE-ENTRY
           END-IF

           IF WS-DAYS-PAST-DUE NOT < WS-CHARGEOFF-DAYS
               PERFORM 280-WRITE-WRITE-OFF-LINE
           END-IF.

       230-EXAMINE-INSTALLMENT.
           READ AMORTIZATION-SCHEDULE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-SCHED
           END-READ

           IF NOT END-OF-SCHED
               IF LS-ACCOUNT-NUMBER NOT = LN-ACCOUNT-NUMBER
                       OR LS-DUE-DATE NOT < WS-RUN-DATE
                   MOVE 'Y' TO WS-END-OF-SCHED
               ELSE
                   IF LS-SCHEDULED
                       PERFORM 235-AGE-INSTALLMENT
                   END-IF
               END-IF
           END-IF.

      *    La premiere echeance impayee rencontree est la plus
      *    ancienne : c'est elle qui fixe les jours de retard du pret.
       235-AGE-INSTALLMENT.
           COMPUTE WS-INST-DAYS-LATE =
               WS-RUN-DATE-INT - FUNCTION INTEGER-OF-DATE(LS-DUE-DATE)
           IF WS-INST-DAYS-LATE > WS-DAYS-PAST-DUE
               MOVE WS-INST-DAYS-LATE TO WS-DAYS-PAST-DUE
           END-IF
           ADD LS-PRINCIPAL-DUE LS-INTEREST-DUE
               TO WS-AMOUNT-PAST-DUE

           IF NOT LS-LATE-CHARGED
                   AND WS-INST-DAYS-LATE > WS-GRACE-DAYS
               PERFORM 236-ASSESS-LATE-CHARGE
           END-IF

           IF LS-LATE-CHARGE-OPEN AND LS-LATE-CHARGE-AMT NUMERIC
               ADD LS-LATE-CHARGE-AMT TO WS-LATE-CHARGES-DUE
           END-IF.

      *    Penalite : pourcentage de l'echeance (capital + interets),
      *    au minimum WS-LATE-CHARGE-MIN. Le marquage de l'echeance
      *    rend le run rejouable sans seconde penalite.
       236-ASSESS-LATE-CHARGE.
           COMPUTE WS-LATE-CHARGE ROUNDED =
               (LS-PRINCIPAL-DUE + LS-INTEREST-DUE)
               * WS-LATE-CHARGE-PCT / 100
           IF WS-LATE-CHARGE < WS-LATE-CHARGE-MIN
               MOVE WS-LATE-CHARGE-MIN TO WS-LATE-CHARGE
           END-IF

           MOVE 'Y' TO LS-LATE-CHARGE-FLAG
           MOVE WS-LATE-CHARGE TO LS-LATE-CHARGE-AMT
           REWRITE AMORTIZATION-SCHEDULE-RECORD
               INVALID KEY
                   DISPLAY 'ERREUR REWRITE ECHEANCE: '
                           LS-ACCOUNT-NUMBER
           END-REWRITE

           MOVE 'LL' TO WS-LEG-TYPE
           MOVE WS-LATE-CHARGE TO WS-LEG-AMOUNT
           MOVE 'N' TO WS-LEG-REVERSE-FLAG
           PERFORM 295-WRITE-VOUCHER-PAIR

           ADD 1 TO WS-LATE-CHARGES-COUNT
           ADD WS-LATE-CHARGE TO WS-TOTAL-LATE-CHARGES

           MOVE 'LC' TO WS-NOTICE-CODE
           PERFORM 250-WRITE-NOTICE.

       240-ASSIGN-BUCKET.
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE < 30
                   MOVE '0' TO WS-NEW-BUCKET
               WHEN WS-DAYS-PAST-DUE < 60
                   MOVE '1' TO WS-NEW-BUCKET
               WHEN WS-DAYS-PAST-DUE < 90
                   MOVE '2' TO WS-NEW-BUCKET
               WHEN WS-DAYS-PAST-DUE < 120
                   MOVE '3' TO WS-NEW-BUCKET
               WHEN OTHER
                   MOVE '4' TO WS-NEW-BUCKET
           END-EVALUATE.

       250-WRITE-NOTICE.
           MOVE SPACES TO DELINQUENCY-NOTICE-RECORD
           MOVE LN-ACCOUNT-NUMBER TO DN-LOAN-NUMBER
           MOVE LN-CUST-ID TO DN-CUST-ID
           MOVE WS-NOTICE-CODE TO DN-NOTICE-CODE
           MOVE WS-DAYS-PAST-DUE TO DN-DAYS-PAST-DUE
           MOVE WS-AMOUNT-PAST-DUE TO DN-AMOUNT-PAST-DUE
           MOVE WS-LATE-CHARGE TO DN-LATE-CHARGE
           MOVE WS-RUN-DATE TO DN-NOTICE-DATE
           WRITE DELINQUENCY-NOTICE-RECORD
           ADD 1 TO WS-NOTICES-WRITTEN.

      *    Seule la variation de la provision du pret est passee :
      *    dotation ('LR' dans le sens de la correspondance) quand le
      *    besoin augmente, reprise (sens inverse) quand il baisse.
       260-BOOK-RESERVE-MOVEMENT.
           COMPUTE WS-RESERVE-MOVEMENT =
               WS-REQUIRED-RESERVE - LN-RESERVE-AMOUNT

           MOVE 'LR' TO WS-LEG-TYPE
           EVALUATE TRUE
               WHEN WS-RESERVE-MOVEMENT > ZERO
                   MOVE WS-RESERVE-MOVEMENT TO WS-LEG-AMOUNT
                   MOVE 'N' TO WS-LEG-REVERSE-FLAG
                   PERFORM 295-WRITE-VOUCHER-PAIR
                   ADD WS-RESERVE-MOVEMENT TO WS-TOTAL-PROVISION
               WHEN WS-RESERVE-MOVEMENT < ZERO
                   COMPUTE WS-LEG-AMOUNT = WS-RESERVE-MOVEMENT * -1
                   MOVE 'Y' TO WS-LEG-REVERSE-FLAG
                   PERFORM 295-WRITE-VOUCHER-PAIR
                   ADD WS-LEG-AMOUNT TO WS-TOTAL-RELEASE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE WS-REQUIRED-RESERVE TO LN-RESERVE-AMOUNT.

       270-RELEASE-QUEUE-ENTRY.
           MOVE WS-DAYS-PAST-DUE TO SRT-DAYS-PAST-DUE
           MOVE LN-PRINCIPAL-BALANCE TO SRT-PRINCIPAL-BALANCE
           MOVE LN-ACCOUNT-NUMBER TO SRT-LOAN-NUMBER
           MOVE LN-CUST-ID TO SRT-CUST-ID
           MOVE LN-BRANCH-CODE TO SRT-BRANCH-CODE
           MOVE WS-NEW-BUCKET TO SRT-BUCKET
           MOVE WS-AMOUNT-PAST-DUE TO SRT-AMOUNT-PAST-DUE
           MOVE WS-LATE-CHARGES-DUE TO SRT-LATE-CHARGES

           MOVE LN-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               KEY IS CUST-ID
               INVALID KEY
                   MOVE '*** CLIENT INCONNU ***' TO SRT-CUSTOMER-NAME
                   MOVE SPACES TO SRT-PHONE
               NOT INVALID KEY
                   MOVE SPACES TO SRT-CUSTOMER-NAME
                   STRING CUST-LAST-NAME DELIMITED BY '  '
                          ' ' DELIMITED BY SIZE
                          CUST-FIRST-NAME DELIMITED BY '  '
                       INTO SRT-CUSTOMER-NAME
                   MOVE CUST-PHONE TO SRT-PHONE
           END-READ

           RELEASE SORT-QUEUE-RECORD
           ADD 1 TO WS-QUEUE-RELEASED.

       280-WRITE-WRITE-OFF-LINE.
           MOVE LN-ACCOUNT-NUMBER TO RWO-LOAN-NUMBER
           MOVE LN-CUST-ID TO RWO-CUST-ID
           MOVE LN-BRANCH-CODE TO RWO-BRANCH
           MOVE WS-DAYS-PAST-DUE TO RWO-DAYS-PAST-DUE
           MOVE LN-PRINCIPAL-BALANCE TO RWO-PRINCIPAL
           MOVE WS-AMOUNT-PAST-DUE TO RWO-PAST-DUE
           MOVE LN-RESERVE-AMOUNT TO RWO-RESERVE
           WRITE WRITE-OFF-REPORT-RECORD FROM WS-RPT-WRITE-OFF-LINE
           ADD 1 TO WS-WRITE-OFF-COUNT.

       290-REWRITE-LOAN.
           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'ERREUR REWRITE PRET: ' LN-ACCOUNT-NUMBER
           END-REWRITE.

      *    Recherche en deux temps comme LOANPAY : agence exacte puis
      *    agence a blanc ; sans correspondance, les deux volets vont
      *    au compte d'attente pour que la piece reste equilibree.
       295-WRITE-VOUCHER-PAIR.
           MOVE 'N' TO WS-MAP-FOUND-FLAG
           SET WS-COA-IDX TO 1
           SEARCH WS-COA-ENTRY
               AT END
                   CONTINUE
               WHEN WS-COA-TXN-TYPE(WS-COA-IDX) = WS-LEG-TYPE
                       AND WS-COA-ACCT-TYPE(WS-COA-IDX) = 'LN'
                       AND WS-COA-BRANCH(WS-COA-IDX) = LN-BRANCH-CODE
                   PERFORM 296-TAKE-MAPPING
           END-SEARCH

           IF NOT MAPPING-FOUND
               SET WS-COA-IDX TO 1
               SEARCH WS-COA-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-COA-TXN-TYPE(WS-COA-IDX) = WS-LEG-TYPE
                           AND WS-COA-ACCT-TYPE(WS-COA-IDX) = 'LN'
                           AND WS-COA-BRANCH(WS-COA-IDX) = SPACES
                       PERFORM 296-TAKE-MAPPING
               END-SEARCH
           END-IF

           MOVE SPACES TO WS-SOURCE-ID
           STRING 'DQ' LN-ACCOUNT-NUMBER
               DELIMITED BY SIZE INTO WS-SOURCE-ID

           IF NOT MAPPING-FOUND
               MOVE WS-SUSPENSE-GL TO WS-DEBIT-GL
                                      WS-CREDIT-GL
               DISPLAY 'CORRESPONDANCE ' WS-LEG-TYPE '/LN ABSENTE - '
                       'COMPTE D''ATTENTE POUR ' WS-SOURCE-ID
           END-IF

           IF LEG-REVERSED
               MOVE WS-DEBIT-GL TO WS-SWAP-GL
               MOVE WS-CREDIT-GL TO WS-DEBIT-GL
               MOVE WS-SWAP-GL TO WS-CREDIT-GL
           END-IF

           ADD 1 TO WS-VOUCHER-NUMBER

           MOVE SPACES TO DELINQUENCY-JOURNAL-RECORD
           MOVE 'D' TO LJ-RECORD-TYPE
           MOVE WS-RUN-DATE TO LJ-RUN-DATE
           MOVE WS-VOUCHER-NUMBER TO LJ-VOUCHER-NUMBER
           MOVE WS-DEBIT-GL TO LJ-GL-ACCOUNT
           MOVE 'D' TO LJ-DC-INDICATOR
           MOVE WS-LEG-AMOUNT TO LJ-AMOUNT
           MOVE WS-SOURCE-ID TO LJ-SOURCE-TRAN-ID
           MOVE WS-LEG-TYPE TO LJ-SOURCE-TYPE
           WRITE DELINQUENCY-JOURNAL-RECORD
           ADD WS-LEG-AMOUNT TO WS-TOTAL-DEBITS
           ADD 1 TO WS-JOURNAL-LINES

           MOVE WS-CREDIT-GL TO LJ-GL-ACCOUNT
           MOVE 'C' TO LJ-DC-INDICATOR
           WRITE DELINQUENCY-JOURNAL-RECORD
           ADD WS-LEG-AMOUNT TO WS-TOTAL-CREDITS
           ADD 1 TO WS-JOURNAL-LINES.

       296-TAKE-MAPPING.
           MOVE WS-COA-DEBIT-GL(WS-COA-IDX) TO WS-DEBIT-GL
           MOVE WS-COA-CREDIT-GL(WS-COA-IDX) TO WS-CREDIT-GL
           MOVE 'Y' TO WS-MAP-FOUND-FLAG.

      *----------------------------------------------------------------
      *    ETAPE DE TRI - PROCEDURE DE SORTIE
      *    File de recouvrement numerotee dans l'ordre du tri.
      *----------------------------------------------------------------
       500-WRITE-QUEUE.
           PERFORM 510-RETURN-SORTED-RECORD
           PERFORM 520-WRITE-QUEUE-ENTRY UNTIL SORT-RETURN-EOF.

       500-WRITE-QUEUE-EXIT.
           EXIT.

       510-RETURN-SORTED-RECORD.
           RETURN SORT-QUEUE-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-FLAG
           END-RETURN.

       520-WRITE-QUEUE-ENTRY.
           ADD 1 TO WS-QUEUE-PRIORITY
           MOVE SPACES TO COLLECTIONS-QUEUE-RECORD
           MOVE WS-QUEUE-PRIORITY TO CQ-PRIORITY
           MOVE SRT-LOAN-NUMBER TO CQ-LOAN-NUMBER
           MOVE SRT-CUST-ID TO CQ-CUST-ID
           MOVE SRT-CUSTOMER-NAME TO CQ-CUSTOMER-NAME
           MOVE SRT-PHONE TO CQ-PHONE
           MOVE SRT-BRANCH-CODE TO CQ-BRANCH-CODE
           MOVE SRT-BUCKET TO CQ-BUCKET
           MOVE SRT-DAYS-PAST-DUE TO CQ-DAYS-PAST-DUE
           MOVE SRT-AMOUNT-PAST-DUE TO CQ-AMOUNT-PAST-DUE
           MOVE SRT-PRINCIPAL-BALANCE TO CQ-PRINCIPAL-BALANCE
           MOVE SRT-LATE-CHARGES TO CQ-LATE-CHARGES
           MOVE WS-RUN-DATE TO CQ-QUEUE-DATE
           WRITE COLLECTIONS-QUEUE-RECORD
           ADD 1 TO WS-QUEUE-WRITTEN
           PERFORM 510-RETURN-SORTED-RECORD.

      *    Balance agee : une ligne par tranche, nombre de prets,
      *    capital restant du, montant echu et provision constituee.
       600-WRITE-AGING-REPORT.
           PERFORM 610-WRITE-AGING-LINE
               VARYING WS-BKT-IDX FROM 1 BY 1
               UNTIL WS-BKT-IDX > 5.

       610-WRITE-AGING-LINE.
           MOVE WS-BKT-LABEL(WS-BKT-IDX) TO RAG-LABEL
           MOVE WS-BKT-COUNT(WS-BKT-IDX) TO RAG-COUNT
           MOVE WS-BKT-BALANCE(WS-BKT-IDX) TO RAG-BALANCE
           MOVE WS-BKT-PAST-DUE(WS-BKT-IDX) TO RAG-PAST-DUE
           MOVE WS-BKT-RESERVE(WS-BKT-IDX) TO RAG-RESERVE
           WRITE AGING-REPORT-RECORD FROM WS-RPT-AGING-LINE.

       300-FINALIZE.
           DISPLAY '*** FINALISATION SUIVI DES IMPAYES ***'

           CLOSE LOAN-MASTER-FILE
                 AMORTIZATION-SCHEDULE-FILE
                 CUSTOMER-FILE
                 COLLECTIONS-QUEUE-FILE
                 DELINQUENCY-NOTICE-FILE
                 DELINQUENCY-JOURNAL-FILE
                 WRITE-OFF-REPORT-FILE
                 AGING-REPORT-FILE

           DISPLAY ' '
           DISPLAY '================================================'
           DISPLAY '  RAPPORT SOMMAIRE - IMPAYES DE PRETS           '
           DISPLAY '================================================'
           DISPLAY 'PRETS LUS              : ' WS-LOANS-READ
           DISPLAY 'PRETS CLASSES          : ' WS-LOANS-AGED
           DISPLAY 'PRETS EN RETARD        : ' WS-LOANS-PAST-DUE
           DISPLAY 'PASSES EN IMPAYE       : ' WS-LOANS-TO-DELINQUENT
           DISPLAY 'RETOURS A JOUR         : ' WS-LOANS-CURED
           DISPLAY 'PENALITES DE RETARD    : ' WS-LATE-CHARGES-COUNT
           DISPLAY 'MONTANT DES PENALITES  : ' WS-TOTAL-LATE-CHARGES
           DISPLAY 'DOTATIONS PROVISION    : ' WS-TOTAL-PROVISION
           DISPLAY 'REPRISES PROVISION     : ' WS-TOTAL-RELEASE
           DISPLAY 'AVIS DE RETARD         : ' WS-NOTICES-WRITTEN
           DISPLAY 'FILE DE RECOUVREMENT   : ' WS-QUEUE-WRITTEN
           DISPLAY 'PROPOSES EN PERTE      : ' WS-WRITE-OFF-COUNT
           DISPLAY 'LIGNES PIECES ECRITES  : ' WS-JOURNAL-LINES
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
               DISPLAY 'PARTIE DOUBLE          : EQUILIBREE'
           ELSE
               DISPLAY 'PARTIE DOUBLE          : HORS BALANCE'
           END-IF
           DISPLAY '================================================'
           DISPLAY ' '

           DISPLAY '*** FIN SUIVI DES IMPAYES DE PRETS ***'.

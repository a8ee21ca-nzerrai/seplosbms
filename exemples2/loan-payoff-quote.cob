       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANPOQ.
       AUTHOR. BANKING SYSTEM TEAM.
      ******************************************************************
      * DEVIS DE REMBOURSEMENT ANTICIPE DE PRETS                        *
      * - Repond aux demandes de solde de pret (client, notaire) a la   *
      *   place du calcul a la main sur LN-PRINCIPAL-BALANCE : une      *
      *   demande = numero de pret + date de validite du devis          *
      * - Montant du devis : capital restant du, interets courus au     *
      *   taux du contrat depuis la derniere echeance reglee jusqu'a la *
      *   date de validite, penalites de retard non encaissees          *
      *   (LOANDLQ) et indemnite de remboursement anticipe ; l'interet  *
      *   par jour de retard au-dela de la validite est indique         *
      * - Une lettre imprimable par devis, une reponse d'erreur         *
      *   explicite pour toute demande irrecevable (comme HISTINQ)      *
      * - Chaque devis est consigne au journal des devis (PAYQLOG) :    *
      *   LOANPAY y rapproche le reglement recu et solde le pret        *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYOFF-REQUEST-FILE
               ASSIGN TO PAYREQ
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT LOAN-MASTER-FILE
               ASSIGN TO LOANMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LN-ACCOUNT-NUMBER
               FILE STATUS IS WS-LNM-STATUS.

      *    Balaye pret par pret pour les penalites de retard ouvertes.
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

      *    Date d'exploitation publiee par le pilote de nuit.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO BIZDATE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BIZ-STATUS.

      *    Journal des devis, cle pret + demande ; LOANPAY le relit au
      *    reglement pour solder le pret.
           SELECT PAYOFF-QUOTE-FILE
               ASSIGN TO PAYQLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PQ-KEY
               FILE STATUS IS WS-PQL-STATUS.

           SELECT PAYOFF-LETTER-FILE
               ASSIGN TO PAYLTR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Une demande de devis ; le demandeur (notaire, organisme de
      *    rachat) figure sur la lettre s'il est renseigne.
       FD  PAYOFF-REQUEST-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PAYOFF-REQUEST-RECORD.
           05  PR-REQUEST-ID           PIC X(10).
           05  PR-LOAN-NUMBER          PIC 9(12).
           05  PR-GOOD-THROUGH         PIC X(8).
           05  PR-REQUESTER            PIC X(30).
           05  FILLER                  PIC X(20).

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
      *    Penalite de retard appliquee par LOANDLQ ('Y'), encaissee
      *    au solde du pret par LOANPAY ('C').
           05  LS-LATE-CHARGE-FLAG     PIC X(01).
               88  LS-LATE-CHARGE-OPEN VALUE 'Y'.
           05  LS-LATE-CHARGE-AMT      PIC 9(7)V99 COMP-3.
           05  FILLER                  PIC X(4).

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS.
       COPY CUSTOMER-RECORD.

      *    Meme disposition que dans BATCHDRV.
       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  BUSINESS-DATE-RECORD.
           05  BIZ-BUSINESS-DATE       PIC 9(8).
           05  BIZ-NEXT-BUSINESS-DATE  PIC 9(8).
           05  FILLER                  PIC X(4).

      *    'O' devis ouvert, 'U' utilise par le reglement de solde
      *    (LOANPAY y porte la date et la transaction).
       FD  PAYOFF-QUOTE-FILE
           RECORDING MODE IS F.
       01  PAYOFF-QUOTE-RECORD.
           05  PQ-KEY.
               10  PQ-LOAN-NUMBER      PIC 9(12).
               10  PQ-QUOTE-ID         PIC X(10).
           05  PQ-QUOTE-DATE           PIC 9(8).
           05  PQ-GOOD-THROUGH         PIC 9(8).
           05  PQ-PRINCIPAL            PIC S9(13)V99 COMP-3.
           05  PQ-INTEREST             PIC 9(11)V99 COMP-3.
           05  PQ-LATE-CHARGES         PIC 9(9)V99 COMP-3.
           05  PQ-PREPAY-PENALTY       PIC 9(11)V99 COMP-3.
           05  PQ-TOTAL                PIC S9(13)V99 COMP-3.
           05  PQ-PER-DIEM             PIC 9(7)V99 COMP-3.
           05  PQ-STATUS               PIC X(01).
               88  PQ-OPEN             VALUE 'O'.
               88  PQ-USED             VALUE 'U'.
           05  PQ-PAID-DATE            PIC 9(8).
           05  PQ-PAYOFF-TRAN-ID       PIC X(16).
           05  FILLER                  PIC X(20).

       FD  PAYOFF-LETTER-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PAYOFF-LETTER-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-CODES.
           05  WS-REQ-STATUS           PIC X(02) VALUE SPACES.
           05  WS-LNM-STATUS           PIC X(02) VALUE SPACES.
           05  WS-LSC-STATUS           PIC X(02) VALUE SPACES.
           05  WS-CST-STATUS           PIC X(02) VALUE SPACES.
           05  WS-BIZ-STATUS           PIC X(02) VALUE SPACES.
           05  WS-PQL-STATUS           PIC X(02) VALUE SPACES.
           05  WS-LTR-STATUS           PIC X(02) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-REQUESTS-READ        PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-QUOTES-ISSUED        PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-REQUESTS-IN-ERROR    PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-TOTAL-QUOTED         PIC S9(15)V99 COMP-3 VALUE ZERO.

       01  WS-RUN-DATE                 PIC 9(8).

      *    Indemnite de remboursement anticipe : pourcentage du
      *    capital restant du, due si le pret est solde dans les
      *    premiers mois suivant sa mise en place.
       01  WS-PAYOFF-RULES.
           05  WS-PREPAY-PENALTY-PCT   PIC 9(2)V99 VALUE 2.00.
           05  WS-PREPAY-PENALTY-MONTHS
                                       PIC 9(3) VALUE 024.

       01  WS-WORK-FIELDS.
           05  WS-REQUEST-OK-FLAG      PIC X(01) VALUE 'Y'.
               88  REQUEST-OK          VALUE 'Y'.
           05  WS-ERROR-TEXT           PIC X(40) VALUE SPACES.
           05  WS-GOOD-THROUGH         PIC 9(8) VALUE ZERO.
           05  WS-GOOD-THROUGH-PARTS REDEFINES WS-GOOD-THROUGH.
               10  WS-GT-YEAR          PIC 9(4).
               10  WS-GT-MONTH         PIC 9(2).
               10  WS-GT-DAY           PIC 9(2).
           05  WS-OPEN-DATE            PIC 9(8) VALUE ZERO.
           05  WS-OPEN-DATE-PARTS REDEFINES WS-OPEN-DATE.
               10  WS-OD-YEAR          PIC 9(4).
               10  WS-OD-MONTH         PIC 9(2).
               10  WS-OD-DAY           PIC 9(2).
           05  WS-INTEREST-FROM        PIC 9(8) VALUE ZERO.
           05  WS-ACCRUAL-DAYS         PIC S9(7) COMP-3 VALUE ZERO.
           05  WS-MONTHS-ON-BOOK       PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-PER-DIEM             PIC S9(7)V99 COMP-3 VALUE ZERO.
           05  WS-INTEREST             PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-LATE-CHARGES         PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-PREPAY-PENALTY       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-PAYOFF-TOTAL         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-SCHED-EOF-FLAG       PIC X(01) VALUE 'N'.
               88  SCHED-SCAN-EOF      VALUE 'Y'.
           05  WS-CUST-FOUND-FLAG      PIC X(01) VALUE 'N'.
               88  CUSTOMER-FOUND      VALUE 'Y'.

       01  WS-SWITCHES.
           05  WS-END-OF-REQUESTS      PIC X(01) VALUE 'N'.
               88  END-OF-REQUESTS     VALUE 'Y'.

       01  WS-LETTER-TEXT-LINE.
           05  WLT-TEXT                PIC X(132).

       01  WS-LETTER-AMOUNT-LINE.
           05  WLA-LABEL               PIC X(45).
           05  WLA-AMOUNT              PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(69) VALUE SPACES.

       01  WS-RSP-ERROR-LINE.
           05  FILLER                  PIC X(10) VALUE 'DEMANDE:  '.
           05  RSPE-REQUEST-ID         PIC X(10).
           05  FILLER                  PIC X(10) VALUE ' ERREUR:  '.
           05  RSPE-ERROR-TEXT         PIC X(40).
           05  FILLER                  PIC X(62) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-CONTROL.
           PERFORM 100-INITIALIZE
           PERFORM 200-PROCESS-REQUESTS
               UNTIL END-OF-REQUESTS
           PERFORM 300-FINALIZE
           STOP RUN.

       100-INITIALIZE.
           DISPLAY '*** DEBUT DEVIS DE REMBOURSEMENT ANTICIPE ***'
           OPEN INPUT  PAYOFF-REQUEST-FILE
                       LOAN-MASTER-FILE
                       AMORTIZATION-SCHEDULE-FILE
                       CUSTOMER-FILE
           OPEN OUTPUT PAYOFF-LETTER-FILE

           IF WS-REQ-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE FICHIER DEMANDES: '
                       WS-REQ-STATUS
               MOVE 'Y' TO WS-END-OF-REQUESTS
               MOVE 16 TO RETURN-CODE
           END-IF

           IF WS-LNM-STATUS NOT = '00'
                   OR WS-LSC-STATUS NOT = '00'
                   OR WS-CST-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE FICHIERS: '
                       WS-LNM-STATUS ' ' WS-LSC-STATUS ' '
                       WS-CST-STATUS
               MOVE 'Y' TO WS-END-OF-REQUESTS
               MOVE 16 TO RETURN-CODE
           END-IF

      *    Premier devis : journal cree vide (meme technique que
      *    STMTGEN).
           OPEN I-O PAYOFF-QUOTE-FILE
           IF WS-PQL-STATUS = '35'
               OPEN OUTPUT PAYOFF-QUOTE-FILE
               CLOSE PAYOFF-QUOTE-FILE
               OPEN I-O PAYOFF-QUOTE-FILE
           END-IF
           IF WS-PQL-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE JOURNAL DES DEVIS: '
                       WS-PQL-STATUS
               MOVE 'Y' TO WS-END-OF-REQUESTS
               MOVE 16 TO RETURN-CODE
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 105-READ-BUSINESS-DATE

           PERFORM 110-READ-REQUEST.

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

       110-READ-REQUEST.
           READ PAYOFF-REQUEST-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-REQUESTS
               NOT AT END
                   ADD 1 TO WS-REQUESTS-READ
           END-READ.

       200-PROCESS-REQUESTS.
           IF NOT END-OF-REQUESTS
               PERFORM 210-VALIDATE-REQUEST
               IF REQUEST-OK
                   PERFORM 230-COMPUTE-PAYOFF
                   PERFORM 250-LOG-QUOTE
                   PERFORM 260-WRITE-PAYOFF-LETTER
                   ADD 1 TO WS-QUOTES-ISSUED
                   ADD WS-PAYOFF-TOTAL TO WS-TOTAL-QUOTED
               ELSE
                   PERFORM 220-WRITE-ERROR-RESPONSE
               END-IF
               PERFORM 110-READ-REQUEST
           END-IF.

       210-VALIDATE-REQUEST.
           MOVE 'Y' TO WS-REQUEST-OK-FLAG
           MOVE SPACES TO WS-ERROR-TEXT

           IF PR-GOOD-THROUGH NOT NUMERIC
               MOVE 'DATE DE VALIDITE MAL FORMEE' TO WS-ERROR-TEXT
               MOVE 'N' TO WS-REQUEST-OK-FLAG
           ELSE
               MOVE PR-GOOD-THROUGH TO WS-GOOD-THROUGH
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-GOOD-THROUGH)
                       NOT = ZERO
                   MOVE 'DATE DE VALIDITE MAL FORMEE'
                       TO WS-ERROR-TEXT
                   MOVE 'N' TO WS-REQUEST-OK-FLAG
               ELSE
                   IF WS-GOOD-THROUGH < WS-RUN-DATE
                       MOVE 'DATE DE VALIDITE DEJA PASSEE'
                           TO WS-ERROR-TEXT
                       MOVE 'N' TO WS-REQUEST-OK-FLAG
                   END-IF
               END-IF
           END-IF

           IF REQUEST-OK
               MOVE PR-LOAN-NUMBER TO LN-ACCOUNT-NUMBER
               READ LOAN-MASTER-FILE
                   KEY IS LN-ACCOUNT-NUMBER
                   INVALID KEY
                       MOVE 'PRET INCONNU' TO WS-ERROR-TEXT
                       MOVE 'N' TO WS-REQUEST-OK-FLAG
                   NOT INVALID KEY
                       IF NOT (LN-ACTIVE OR LN-DELINQUENT)
                           MOVE 'PRET SOLDE OU PASSE EN PERTE'
                               TO WS-ERROR-TEXT
                           MOVE 'N' TO WS-REQUEST-OK-FLAG
                       END-IF
               END-READ
           END-IF.

       220-WRITE-ERROR-RESPONSE.
           MOVE PR-REQUEST-ID TO RSPE-REQUEST-ID
           MOVE WS-ERROR-TEXT TO RSPE-ERROR-TEXT

           WRITE PAYOFF-LETTER-RECORD FROM WS-RSP-ERROR-LINE
           ADD 1 TO WS-REQUESTS-IN-ERROR.

      *    Les interets de chaque echeance reglee sont acquis : le
      *    cours repart de la date d'echeance de la derniere reglee
      *    (a defaut, de la mise en place), jour par jour sur 365.
       230-COMPUTE-PAYOFF.
           MOVE LN-OPEN-DATE TO WS-INTEREST-FROM
           IF LN-NEXT-INSTALLMENT > 1
               MOVE LN-ACCOUNT-NUMBER TO LS-ACCOUNT-NUMBER
               COMPUTE LS-INSTALLMENT-NO = LN-NEXT-INSTALLMENT - 1
               READ AMORTIZATION-SCHEDULE-FILE
                   KEY IS LS-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LS-DUE-DATE TO WS-INTEREST-FROM
               END-READ
           END-IF

           COMPUTE WS-PER-DIEM ROUNDED =
               LN-PRINCIPAL-BALANCE * LN-ANNUAL-RATE / 100 / 365
           COMPUTE WS-ACCRUAL-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-GOOD-THROUGH)
               - FUNCTION INTEGER-OF-DATE(WS-INTEREST-FROM)
           IF WS-ACCRUAL-DAYS < ZERO
               MOVE ZERO TO WS-ACCRUAL-DAYS
           END-IF
           COMPUTE WS-INTEREST ROUNDED =
               LN-PRINCIPAL-BALANCE * LN-ANNUAL-RATE / 100 / 365
               * WS-ACCRUAL-DAYS

           PERFORM 240-SUM-LATE-CHARGES

           MOVE LN-OPEN-DATE TO WS-OPEN-DATE
           COMPUTE WS-MONTHS-ON-BOOK =
               (WS-GT-YEAR - WS-OD-YEAR) * 12
               + WS-GT-MONTH - WS-OD-MONTH
           IF WS-MONTHS-ON-BOOK < WS-PREPAY-PENALTY-MONTHS
               COMPUTE WS-PREPAY-PENALTY ROUNDED =
                   LN-PRINCIPAL-BALANCE * WS-PREPAY-PENALTY-PCT / 100
           ELSE
               MOVE ZERO TO WS-PREPAY-PENALTY
           END-IF

           COMPUTE WS-PAYOFF-TOTAL =
               LN-PRINCIPAL-BALANCE + WS-INTEREST
               + WS-LATE-CHARGES + WS-PREPAY-PENALTY.

      *    Penalites posees par LOANDLQ et pas encore encaissees, sur
      *    toutes les echeances du pret.
       240-SUM-LATE-CHARGES.
           MOVE ZERO TO WS-LATE-CHARGES
           MOVE 'N' TO WS-SCHED-EOF-FLAG
           MOVE LN-ACCOUNT-NUMBER TO LS-ACCOUNT-NUMBER
           MOVE ZERO TO LS-INSTALLMENT-NO
           START AMORTIZATION-SCHEDULE-FILE
               KEY IS GREATER THAN OR EQUAL LS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCHED-EOF-FLAG
           END-START

           PERFORM 241-SCAN-ONE-INSTALLMENT
               UNTIL SCHED-SCAN-EOF.

       241-SCAN-ONE-INSTALLMENT.
           READ AMORTIZATION-SCHEDULE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCHED-EOF-FLAG
               NOT AT END
                   IF LS-ACCOUNT-NUMBER NOT = LN-ACCOUNT-NUMBER
                       MOVE 'Y' TO WS-SCHED-EOF-FLAG
                   ELSE
                       IF LS-LATE-CHARGE-OPEN
                               AND LS-LATE-CHARGE-AMT NUMERIC
                           ADD LS-LATE-CHARGE-AMT TO WS-LATE-CHARGES
                       END-IF
                   END-IF
           END-READ.

      *    Une demande representee (meme identifiant) remplace son
      *    devis precedent tant qu'il n'a pas servi.
       250-LOG-QUOTE.
           MOVE LN-ACCOUNT-NUMBER TO PQ-LOAN-NUMBER
           MOVE PR-REQUEST-ID TO PQ-QUOTE-ID
           READ PAYOFF-QUOTE-FILE
               KEY IS PQ-KEY
               INVALID KEY
                   PERFORM 251-FILL-QUOTE
                   WRITE PAYOFF-QUOTE-RECORD
                       INVALID KEY
                           DISPLAY 'ERREUR ECRITURE DEVIS: ' PQ-KEY
                   END-WRITE
               NOT INVALID KEY
                   IF PQ-USED
                       DISPLAY 'DEVIS DEJA UTILISE NON REMPLACE: '
                               PQ-KEY
                   ELSE
                       PERFORM 251-FILL-QUOTE
                       REWRITE PAYOFF-QUOTE-RECORD
                           INVALID KEY
                               DISPLAY 'ERREUR REWRITE DEVIS: ' PQ-KEY
                       END-REWRITE
                   END-IF
           END-READ.

       251-FILL-QUOTE.
           MOVE SPACES TO PAYOFF-QUOTE-RECORD
           MOVE LN-ACCOUNT-NUMBER TO PQ-LOAN-NUMBER
           MOVE PR-REQUEST-ID TO PQ-QUOTE-ID
           MOVE WS-RUN-DATE TO PQ-QUOTE-DATE
           MOVE WS-GOOD-THROUGH TO PQ-GOOD-THROUGH
           MOVE LN-PRINCIPAL-BALANCE TO PQ-PRINCIPAL
           MOVE WS-INTEREST TO PQ-INTEREST
           MOVE WS-LATE-CHARGES TO PQ-LATE-CHARGES
           MOVE WS-PREPAY-PENALTY TO PQ-PREPAY-PENALTY
           MOVE WS-PAYOFF-TOTAL TO PQ-TOTAL
           MOVE WS-PER-DIEM TO PQ-PER-DIEM
           MOVE 'O' TO PQ-STATUS
           MOVE ZERO TO PQ-PAID-DATE.

      *    Lettre : adresse de l'emprunteur, demandeur eventuel,
      *    detail du montant et interet par jour de retard.
       260-WRITE-PAYOFF-LETTER.
           MOVE 'N' TO WS-CUST-FOUND-FLAG
           MOVE LN-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               KEY IS CUST-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CUST-FOUND-FLAG
           END-READ

           IF CUSTOMER-FOUND
               MOVE SPACES TO WLT-TEXT
               STRING CUST-FIRST-NAME DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      CUST-LAST-NAME DELIMITED BY '  '
                   INTO WLT-TEXT
               WRITE PAYOFF-LETTER-RECORD FROM WS-LETTER-TEXT-LINE

               MOVE CUST-STREET TO WLT-TEXT
               WRITE PAYOFF-LETTER-RECORD FROM WS-LETTER-TEXT-LINE

               MOVE SPACES TO WLT-TEXT
               STRING CUST-CITY DELIMITED BY '  '
                      ', ' DELIMITED BY SIZE
                      CUST-STATE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CUST-ZIP DELIMITED BY SIZE
                   INTO WLT-TEXT
               WRITE PAYOFF-LETTER-RECORD FROM WS-LETTER-TEXT-LINE
           END-IF

           IF PR-REQUESTER NOT = SPACES
               MOVE SPACES TO WLT-TEXT
               STRING 'A L''ATTENTION DE : ' PR-REQUESTER
                   DELIMITED BY SIZE INTO WLT-TEXT
               WRITE PAYOFF-LETTER-RECORD FROM WS-LETTER-TEXT-LINE
           END-IF

           MOVE SPACES TO WLT-TEXT
           WRITE PAYOFF-LETTER-RECORD FROM WS-LETTER-TEXT-LINE

           MOVE SPACES TO WLT-TEXT
           STRING 'DEVIS DE REMBOURSEMENT ANTICIPE - PRET '
                  LN-ACCOUNT-NUMBER ' - DEMANDE ' PR-REQUEST-ID
               DELIMITED BY SIZE INTO WLT-TEXT
           WRITE PAYOFF-LETTER-RECORD FROM WS-LETTER-TEXT-LINE

           MOVE SPACES TO WLT-TEXT
           STRING 'ETABLI LE ' WS-RUN-DATE
                  ' - VALABLE POUR UN REGLEMENT RECU AU PLUS TARD LE '
                  WS-GOOD-THROUGH
               DELIMITED BY SIZE INTO WLT-TEXT
           WRITE PAYOFF-LETTER-RECORD FROM WS-LETTER-TEXT-LINE

           MOVE 'CAPITAL RESTANT DU' TO WLA-LABEL
           MOVE LN-PRINCIPAL-BALANCE TO WLA-AMOUNT
           WRITE PAYOFF-LETTER-RECORD FROM WS-LETTER-AMOUNT-LINE

           MOVE SPACES TO WLA-LABEL
           STRING 'INTERETS COURUS DU ' WS-INTEREST-FROM
                  ' AU ' WS-GOOD-THROUGH
               DELIMITED BY SIZE INTO WLA-LABEL
           MOVE WS-INTEREST TO WLA-AMOUNT
           WRITE PAYOFF-LETTER-RECORD FROM WS-LETTER-AMOUNT-LINE

           MOVE 'PENALITES DE RETARD IMPAYEES' TO WLA-LABEL
           MOVE WS-LATE-CHARGES TO WLA-AMOUNT
           WRITE PAYOFF-LETTER-RECORD FROM WS-LETTER-AMOUNT-LINE

           MOVE 'INDEMNITE DE REMBOURSEMENT ANTICIPE' TO WLA-LABEL
           MOVE WS-PREPAY-PENALTY TO WLA-AMOUNT
           WRITE PAYOFF-LETTER-RECORD FROM WS-LETTER-AMOUNT-LINE

           MOVE 'MONTANT TOTAL A REGLER' TO WLA-LABEL
           MOVE WS-PAYOFF-TOTAL TO WLA-AMOUNT
           WRITE PAYOFF-LETTER-RECORD FROM WS-LETTER-AMOUNT-LINE

           MOVE 'INTERETS PAR JOUR AU-DELA DE LA VALIDITE' TO WLA-LABEL
           MOVE WS-PER-DIEM TO WLA-AMOUNT
           WRITE PAYOFF-LETTER-RECORD FROM WS-LETTER-AMOUNT-LINE

           MOVE SPACES TO WLT-TEXT
           WRITE PAYOFF-LETTER-RECORD FROM WS-LETTER-TEXT-LINE.

       300-FINALIZE.
           DISPLAY '*** FINALISATION DEVIS DE REMBOURSEMENT ***'

           CLOSE PAYOFF-REQUEST-FILE
                 LOAN-MASTER-FILE
                 AMORTIZATION-SCHEDULE-FILE
                 CUSTOMER-FILE
                 PAYOFF-QUOTE-FILE
                 PAYOFF-LETTER-FILE

           DISPLAY ' '
           DISPLAY '================================================'
           DISPLAY '  RAPPORT SOMMAIRE - DEVIS DE REMBOURSEMENT     '
           DISPLAY '================================================'
           DISPLAY 'DEMANDES LUES          : ' WS-REQUESTS-READ
           DISPLAY 'DEVIS EMIS             : ' WS-QUOTES-ISSUED
           DISPLAY 'DEMANDES EN ERREUR     : ' WS-REQUESTS-IN-ERROR
           DISPLAY 'MONTANT TOTAL DEVISE   : ' WS-TOTAL-QUOTED
           DISPLAY '================================================'
           DISPLAY ' '

           DISPLAY '*** FIN DEVIS DE REMBOURSEMENT ANTICIPE ***'.

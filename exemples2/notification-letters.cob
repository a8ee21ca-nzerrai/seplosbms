      *   decouvert (OVERDFT), alertes gros montant (LGALERT), frais    *
      *   emis par le moteur de frais (FEEOUT) et alertes de solde      *
      *   souscrites par les clients (BALALERT de BANKTRAN : 'LB'       *
      *   solde bas, 'DP' depot recu, 'BO' solde au-dela du seuil,      *
      *   'XW' retrait d'epargne au-dela de la limite du cycle) et      *
      *   avis de retard de prets de LOANDLQ (DLQNOTC : 'LC' penalite   *
      *   de retard, 'D1' a 'D4' entree en tranche 30/60/90/120 jours)  *
      * - Chaque evenement est resolu compte -> MA-CUST-ID -> fiche     *
      *   client (nom, adresse ; l'avis de retard de pret porte         *
      *   directement le client), et la lettre est formatee d'apres     *
      *   le gabarit de son type d'evenement (fichier des gabarits)     *
      * - Un seul courrier par compte et par type d'evenement et par    *
      *   nuit, quel que soit le nombre d'occurrences                   *
      * - Chaque lettre est journalisee dans l'historique des contacts  *
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.

      *    Avis de retard de prets, emis par LOANDLQ.
           SELECT LOAN-DELINQUENCY-NOTICE-FILE
               ASSIGN TO DLQNOTC
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DLQ-STATUS.

           SELECT LETTER-TEMPLATE-FILE
               ASSIGN TO LTRTMPL
               ORGANIZATION IS SEQUENTIAL
           05  BA-THRESHOLD            PIC X(16).
           05  FILLER                  PIC X(25).

      *    Meme disposition que DELINQUENCY-NOTICE-RECORD dans LOANDLQ.
       FD  LOAN-DELINQUENCY-NOTICE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  LOAN-DELINQUENCY-NOTICE-RECORD.
           05  DN-LOAN-NUMBER          PIC 9(12).
           05  DN-CUST-ID              PIC 9(10).
           05  DN-NOTICE-CODE          PIC X(02).
           05  DN-DAYS-PAST-DUE        PIC 9(5).
           05  DN-AMOUNT-PAST-DUE      PIC 9(11)V99.
           05  DN-LATE-CHARGE          PIC 9(7)V99.
           05  DN-NOTICE-DATE          PIC 9(8).
           05  FILLER                  PIC X(21).

      *    Un gabarit par type d'evenement : 'OD' avis de decouvert,
      *    'LT' confirmation de gros mouvement, 'FE' avis de frais,
      *    'LB'/'DP'/'BO' alertes de solde souscrites, 'XW' avis de
      *    retrait d'epargne excedentaire, 'LC' penalite de retard de
      *    pret, 'D1' a 'D4' relances de pret a 30/60/90/120 jours.
       FD  LETTER-TEMPLATE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           05  WS-LTR-STATUS           PIC X(02) VALUE SPACES.
           05  WS-CTC-STATUS           PIC X(02) VALUE SPACES.
           05  WS-BAL-STATUS           PIC X(02) VALUE SPACES.
           05  WS-DLQ-STATUS           PIC X(02) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-EVENTS-READ          PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-EVT-ACCOUNT          PIC 9(12) VALUE ZERO.
           05  WS-EVT-ACCOUNT-X        PIC X(12) VALUE SPACES.
           05  WS-EVT-CODE             PIC X(02) VALUE SPACES.
      *    Client connu d'avance (avis de pret) : pas de passage par
      *    le fichier des comptes.
           05  WS-EVT-CUST-ID          PIC 9(10) VALUE ZERO.
           05  WS-EVT-DETAIL           PIC X(60) VALUE SPACES.
           05  WS-EVT-SEEN-FLAG        PIC X(01) VALUE 'N'.
               88  EVENT-ALREADY-SENT  VALUE 'Y'.
           05  WS-EVT-RESOLVED-FLAG    PIC X(01) VALUE 'N'.
               88  EVENT-RESOLVED      VALUE 'Y'.
           05  WS-FEE-AMOUNT-DISPLAY   PIC Z,ZZZ,ZZ9.99.
           05  WS-DLQ-AMOUNT-DISPLAY   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-DLQ-DAYS-DISPLAY     PIC ZZZZ9.

       01  WS-SWITCHES.
           05  WS-END-OF-OVD           PIC X(01) VALUE 'N'.
               88  END-OF-TPL          VALUE 'Y'.
           05  WS-END-OF-BAL           PIC X(01) VALUE 'N'.
               88  END-OF-BAL          VALUE 'Y'.
           05  WS-END-OF-DLQ           PIC X(01) VALUE 'N'.
               88  END-OF-DLQ          VALUE 'Y'.

       01  WS-LETTER-ADDRESS-LINE.
           05  WLA-TEXT                PIC X(132).
               UNTIL END-OF-FEE
           PERFORM 450-PROCESS-BALANCE-ALERTS
               UNTIL END-OF-BAL
           PERFORM 460-PROCESS-LOAN-NOTICES
               UNTIL END-OF-DLQ
           PERFORM 900-FINALIZE
           STOP RUN.

               MOVE 'Y' TO WS-END-OF-BAL
           END-IF

           OPEN INPUT LOAN-DELINQUENCY-NOTICE-FILE
           IF WS-DLQ-STATUS NOT = '00'
               DISPLAY 'FICHIER AVIS DE RETARD PRETS ABSENT'
               MOVE 'Y' TO WS-END-OF-DLQ
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM 110-LOAD-TEMPLATES
           PERFORM 120-READ-OVERDRAFT
           PERFORM 130-READ-LARGE-ALERT
           PERFORM 140-READ-FEE
           PERFORM 150-READ-BALANCE-ALERT
           PERFORM 160-READ-LOAN-NOTICE.

       110-LOAD-TEMPLATES.
           OPEN INPUT LETTER-TEMPLATE-FILE
               END-READ
           END-IF.

       160-READ-LOAN-NOTICE.
           IF NOT END-OF-DLQ
               READ LOAN-DELINQUENCY-NOTICE-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-DLQ
                   NOT AT END
                       ADD 1 TO WS-EVENTS-READ
               END-READ
           END-IF.

       200-PROCESS-OVERDRAFTS.
           IF NOT END-OF-OVD
               MOVE OD-ACCOUNT-NUMBER TO WS-EVT-ACCOUNT-X
               PERFORM 140-READ-FEE
           END-IF.

      *    Le code d'evenement de l'alerte ('LB'/'DP'/'BO'/'XW') choisit
      *    directement son gabarit : le circuit de remise et la trace
      *    de contact sont strictement les memes que pour les autres
      *    evenements de la nuit.
               MOVE BA-ACCOUNT-NUMBER TO WS-EVT-ACCOUNT-X
               MOVE BA-EVENT-CODE TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-DETAIL
               IF BA-EVENT-CODE = 'XW'
                   STRING 'FRAIS RETRAIT ' BA-AMOUNT
                          ' LIMITE ' BA-THRESHOLD
                       DELIMITED BY SIZE INTO WS-EVT-DETAIL
               ELSE
                   STRING 'SOLDE/MONTANT ' BA-AMOUNT
                          ' SEUIL ' BA-THRESHOLD
                       DELIMITED BY SIZE INTO WS-EVT-DETAIL
               END-IF
               PERFORM 500-EMIT-LETTER
               PERFORM 150-READ-BALANCE-ALERT
           END-IF.

      *    Le numero de pret tient lieu de compte pour le dedoublonnage
      *    et la trace de contact ; le client vient de l'avis.
       460-PROCESS-LOAN-NOTICES.
           IF NOT END-OF-DLQ
               MOVE DN-LOAN-NUMBER TO WS-EVT-ACCOUNT-X
               MOVE DN-CUST-ID TO WS-EVT-CUST-ID
               MOVE DN-NOTICE-CODE TO WS-EVT-CODE
               MOVE SPACES TO WS-EVT-DETAIL
               IF DN-NOTICE-CODE = 'LC'
                   MOVE DN-LATE-CHARGE TO WS-DLQ-AMOUNT-DISPLAY
                   STRING 'PRET ' DN-LOAN-NUMBER
                          ' PENALITE ' WS-DLQ-AMOUNT-DISPLAY
                       DELIMITED BY SIZE INTO WS-EVT-DETAIL
               ELSE
                   MOVE DN-AMOUNT-PAST-DUE TO WS-DLQ-AMOUNT-DISPLAY
                   MOVE DN-DAYS-PAST-DUE TO WS-DLQ-DAYS-DISPLAY
                   STRING 'PRET ' DN-LOAN-NUMBER
                          ' ECHU ' WS-DLQ-AMOUNT-DISPLAY
                          ' RETARD ' WS-DLQ-DAYS-DISPLAY ' J'
                       DELIMITED BY SIZE INTO WS-EVT-DETAIL
               END-IF
               PERFORM 500-EMIT-LETTER
               MOVE ZERO TO WS-EVT-CUST-ID
               PERFORM 160-READ-LOAN-NOTICE
           END-IF.

      *    Tronc commun : dedoublonnage compte+evenement de la nuit,
      *    resolution compte -> client, lettre et trace de contact.
       500-EMIT-LETTER.

       520-RESOLVE-CUSTOMER.
           MOVE 'N' TO WS-EVT-RESOLVED-FLAG
           IF WS-EVT-CUST-ID > ZERO
               MOVE WS-EVT-CUST-ID TO CUST-ID
               READ CUSTOMER-FILE
                   KEY IS CUST-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-EVT-RESOLVED-FLAG
               END-READ
           ELSE
               MOVE WS-EVT-ACCOUNT TO MA-ACCOUNT-NUMBER
               READ MASTER-ACCOUNT-FILE
                   KEY IS MA-ACCOUNT-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MA-CUST-ID TO CUST-ID
                       READ CUSTOMER-FILE
                           KEY IS CUST-ID
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'Y' TO WS-EVT-RESOLVED-FLAG
                       END-READ
               END-READ
           END-IF.

       530-WRITE-LETTER.
           MOVE SPACES TO WLA-TEXT
           IF WS-BAL-STATUS = '00' OR WS-BAL-STATUS = '10'
               CLOSE BALANCE-ALERT-FILE
           END-IF
           IF WS-DLQ-STATUS = '00' OR WS-DLQ-STATUS = '10'
               CLOSE LOAN-DELINQUENCY-NOTICE-FILE
           END-IF

           CLOSE OVERDRAFT-EXCEPTION-FILE
                 LARGE-TRANSACTION-ALERT-FILE

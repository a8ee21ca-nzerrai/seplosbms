      *   instructions arrivees en fin de vie passent au statut 'E'     *
      * - Rapport des instructions ignorees (suspendues, expirees,      *
      *   type inconnu) pour la revue du back-office                    *
      * - Cle de controle fausse (ACCTCKD) : ordre ignore a partir de   *
      *   la date d'entree en vigueur de CKDPARM ; avant, il est emis   *
      *   et signale au rapport pour correction par l'agence            *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      *    Date d'entree en vigueur du refus sur cle de controle,
      *    commune avec BANKTRAN (voir ce programme).
           SELECT CHECK-DIGIT-PARM-FILE
               ASSIGN TO CKDPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CKP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Une instruction permanente par enregistrement ; le fichier
           05  FILLER                  PIC X(14).

      *    Une ligne par instruction ignoree (suspendue, expiree, type
      *    ou frequence inconnus) ou a cle de controle fausse, plus le
      *    sommaire en fin de fichier.
       FD  STANDING-ORDER-REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  STANDING-ORDER-REPORT-RECORD PIC X(100).

      *    Meme disposition que dans BANKTRAN.
       FD  CHECK-DIGIT-PARM-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CHECK-DIGIT-PARM-RECORD.
           05  CKP-EFFECTIVE-DATE      PIC 9(8).
           05  FILLER                  PIC X(72).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-CODES.
           05  WS-SO-STATUS            PIC X(02) VALUE SPACES.
           05  WS-TRAN-STATUS          PIC X(02) VALUE SPACES.
           05  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
           05  WS-CKP-STATUS           PIC X(02) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-ORDERS-READ          PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-ORDERS-SKIPPED       PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-ORDERS-EXPIRED       PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-ORDERS-NOT-DUE       PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-ORDERS-CKD-WARNED    PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-TRANS-SEQUENCE       PIC 9(6) COMP-3 VALUE ZERO.
           05  WS-TRANS-SEQ-DISPLAY    PIC 9(6) VALUE ZERO.
           05  WS-TOTAL-EMITTED        PIC S9(15)V99 COMP-3 VALUE ZERO.

       01  WS-SKIP-REASON              PIC X(30) VALUE SPACES.

      *    Cle de controle des comptes de l'ordre (module commun
      *    ACCTCKD) : donneur d'ordre toujours, destination pour un
      *    virement.
       01  WS-CHECK-DIGIT-FIELDS.
           05  WS-CKD-ACCOUNT          PIC 9(12) VALUE ZERO.
           05  WS-CKD-EXPECTED         PIC 9(01) VALUE ZERO.
           05  WS-CKD-VALID-FLAG       PIC X(01) VALUE 'N'.
               88  CKD-VALID           VALUE 'Y'.
           05  WS-CKD-SOURCE-FLAG      PIC X(01) VALUE 'N'.
               88  SOURCE-DIGIT-OK     VALUE 'Y'.
           05  WS-CKD-DEST-FLAG        PIC X(01) VALUE 'N'.
               88  DEST-DIGIT-OK       VALUE 'Y'.
           05  WS-CKD-ENFORCE-FLAG     PIC X(01) VALUE 'N'.
               88  CKD-ENFORCED        VALUE 'Y'.

      *    Calcul de la prochaine echeance : hebdomadaire par
      *    arithmetique de jours, mensuel/trimestriel par increment de
      *    mois avec plafonnement du jour a 28 pour rester valide sur
           END-IF

           PERFORM 105-PARSE-RUN-DATE-PARAMETER
           PERFORM 107-READ-CHECK-DIGIT-PARM
           PERFORM 110-READ-STANDING-ORDER.

      *    Parametre optionnel : date de traitement (AAAAMMJJ), a

           DISPLAY 'DATE DE TRAITEMENT: ' WS-RUN-DATE.

      *    Refus sur cle de controle en vigueur des que la date de
      *    traitement atteint la date de CKDPARM. Fichier absent, date
      *    a zero ou non encore atteinte : l'ordre part quand meme et
      *    la cle fausse est signalee au rapport.
       107-READ-CHECK-DIGIT-PARM.
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
                                   NOT > WS-RUN-DATE
                           MOVE 'Y' TO WS-CKD-ENFORCE-FLAG
                       END-IF
               END-READ
               CLOSE CHECK-DIGIT-PARM-FILE
           END-IF

           IF CKD-ENFORCED
               DISPLAY 'CLE DE CONTROLE COMPTE: ORDRE IGNORE'
           ELSE
               DISPLAY 'CLE DE CONTROLE COMPTE: SIGNALEE SANS REFUS'
           END-IF.

       110-READ-STANDING-ORDER.
           READ STANDING-ORDER-FILE
               AT END
           END-IF.

       210-DISPATCH-ONE-ORDER.
           PERFORM 205-CHECK-ACCOUNT-DIGITS
           EVALUATE TRUE
               WHEN SO-EXPIRED
                   MOVE 'DEJA EXPIRE' TO WS-SKIP-REASON
               WHEN SO-TYPE-TRANSFER AND SO-DEST-ACCOUNT = ZERO
                   MOVE 'TF SANS COMPTE DESTINATION' TO WS-SKIP-REASON
                   PERFORM 250-WRITE-SKIP-LINE
      *        Cle de controle fausse : BANKTRAN rejetterait E019/E020,
      *        l'ordre est a corriger a la source (CKDPARM en vigueur).
               WHEN NOT SOURCE-DIGIT-OK AND CKD-ENFORCED
                   MOVE 'CLE CONTROLE COMPTE INVALIDE' TO WS-SKIP-REASON
                   PERFORM 250-WRITE-SKIP-LINE
               WHEN NOT DEST-DIGIT-OK AND CKD-ENFORCED
                   MOVE 'CLE CONTROLE DEST. INVALIDE' TO WS-SKIP-REASON
                   PERFORM 250-WRITE-SKIP-LINE
               WHEN SO-NEXT-RUN-DATE = ZERO
                   MOVE 'ECHEANCE ABSENTE' TO WS-SKIP-REASON
                   PERFORM 250-WRITE-SKIP-LINE
                   PERFORM 230-ADVANCE-NEXT-RUN-DATE
           END-EVALUATE.

       205-CHECK-ACCOUNT-DIGITS.
           MOVE SO-ACCOUNT-NUMBER TO WS-CKD-ACCOUNT
           CALL 'ACCTCKD' USING WS-CKD-ACCOUNT
                                WS-CKD-EXPECTED
                                WS-CKD-VALID-FLAG
           MOVE WS-CKD-VALID-FLAG TO WS-CKD-SOURCE-FLAG

           MOVE 'Y' TO WS-CKD-DEST-FLAG
           IF SO-TYPE-TRANSFER AND SO-DEST-ACCOUNT NOT = ZERO
               MOVE SO-DEST-ACCOUNT TO WS-CKD-ACCOUNT
               CALL 'ACCTCKD' USING WS-CKD-ACCOUNT
                                    WS-CKD-EXPECTED
                                    WS-CKD-VALID-FLAG
               MOVE WS-CKD-VALID-FLAG TO WS-CKD-DEST-FLAG
           END-IF

      *    Avant l'entree en vigueur, les ordres actifs a cle fausse
      *    restent emis mais sont listes pour que l'agence les
      *    corrige avant la date.
           IF SO-ACTIVE AND NOT CKD-ENFORCED
               IF NOT SOURCE-DIGIT-OK
                   MOVE 'CLE COMPTE FAUSSE - A CORRIGER'
                       TO WS-SKIP-REASON
                   PERFORM 255-WRITE-DIGIT-WARNING
               END-IF
               IF NOT DEST-DIGIT-OK
                   MOVE 'CLE DEST. FAUSSE - A CORRIGER'
                       TO WS-SKIP-REASON
                   PERFORM 255-WRITE-DIGIT-WARNING
               END-IF
           END-IF.

       220-EMIT-RAW-TRANSACTION.
           MOVE SPACES TO RAW-TRANSACTION-RECORD
           ADD 1 TO WS-TRANS-SEQUENCE
           WRITE STANDING-ORDER-REPORT-RECORD FROM WS-RPT-DETAIL-LINE
           ADD 1 TO WS-ORDERS-SKIPPED.

      *    Meme ligne que 250, sans compter l'ordre parmi les ignores.
       255-WRITE-DIGIT-WARNING.
           MOVE SO-ORDER-ID TO RPT-ORDER-ID
           MOVE SO-ACCOUNT-NUMBER TO RPT-ACCOUNT
           MOVE WS-SKIP-REASON TO RPT-REASON

           WRITE STANDING-ORDER-REPORT-RECORD FROM WS-RPT-DETAIL-LINE
           ADD 1 TO WS-ORDERS-CKD-WARNED.

       300-FINALIZE.
           DISPLAY '*** FINALISATION GENERATION ORDRES ***'

           DISPLAY 'ORDRES NON ECHUS       : ' WS-ORDERS-NOT-DUE
           DISPLAY 'ORDRES IGNORES         : ' WS-ORDERS-SKIPPED
           DISPLAY 'ORDRES EXPIRES         : ' WS-ORDERS-EXPIRED
           DISPLAY 'CLES FAUSSES SIGNALEES : ' WS-ORDERS-CKD-WARNED
           DISPLAY 'MONTANT TOTAL EMIS     : ' WS-TOTAL-EMITTED
           DISPLAY '================================================'
           DISPLAY ' '.

      * - Les ecritures dont le compte est introuvable dans             *
      *   MASTER-ACCOUNT-FILE, ferme ou gele, partent le soir meme      *
      *   dans le fichier des retours au reseau avec le code motif      *
      *   normalise (R02/R03/R16) ; un numero dont la cle de controle   *
      *   (module ACCTCKD) est fausse retourne en R04 a partir de la    *
      *   date d'entree en vigueur de CKDPARM ; avant, elle est         *
      *   seulement comptee et l'ecriture suit les autres controles     *
      * - Les ecritures bloquees par le filtrage sanctions (fichier    *
      *   SANCHOLD de WATCHSCN) sont retenues hors de TRANOUT dans le  *
      *   fichier des retenues, jusqu'a la decision de la conformite   *
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MNX-STATUS.

      *    Date d'entree en vigueur du retour R04, commune avec
      *    BANKTRAN (voir ce programme).
           SELECT CHECK-DIGIT-PARM-FILE
               ASSIGN TO CKDPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CKP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Format fixe du reseau de compensation : une ecriture
           05  MX-REASON               PIC X(20).
           05  FILLER                  PIC X(10) VALUE SPACES.

      *    Meme disposition que dans BANKTRAN.
       FD  CHECK-DIGIT-PARM-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CHECK-DIGIT-PARM-RECORD.
           05  CKP-EFFECTIVE-DATE      PIC 9(8).
           05  FILLER                  PIC X(72).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-CODES.
           05  WS-CLR-STATUS           PIC X(02) VALUE SPACES.
           05  WS-HEL-STATUS           PIC X(02) VALUE SPACES.
           05  WS-MND-STATUS           PIC X(02) VALUE SPACES.
           05  WS-MNX-STATUS           PIC X(02) VALUE SPACES.
           05  WS-CKP-STATUS           PIC X(02) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-ENTRIES-READ         PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-ENTRIES-HELD         PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-MANDATES-LOADED      PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-MANDATE-REJECTS      PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-CKD-FAILURES         PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-TRANS-SEQUENCE       PIC 9(6) COMP-3 VALUE ZERO.
           05  WS-TRANS-SEQ-DISPLAY    PIC 9(6) VALUE ZERO.


       01  WS-RETURN-REASON            PIC X(03) VALUE SPACES.

      *    Cle de controle du numero de compte (module commun ACCTCKD).
       01  WS-CHECK-DIGIT-FIELDS.
           05  WS-CKD-ACCOUNT          PIC 9(12) VALUE ZERO.
           05  WS-CKD-EXPECTED         PIC 9(01) VALUE ZERO.
           05  WS-CKD-VALID-FLAG       PIC X(01) VALUE 'N'.
               88  CKD-VALID           VALUE 'Y'.
           05  WS-CKD-ENFORCE-FLAG     PIC X(01) VALUE 'N'.
               88  CKD-ENFORCED        VALUE 'Y'.

       01  WS-FLAGS.
           05  WS-ACCOUNT-OK           PIC X(01) VALUE 'Y'.
               88  ACCOUNT-OK          VALUE 'Y'.
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 119-READ-CHECK-DIGIT-PARM

           PERFORM 115-LOAD-SANCTION-HOLDS
           PERFORM 117-LOAD-MANDATES
      *    TOUT prelevement tiers sera retourne R10 - c'est le
      *    comportement sur, un creancier sans mandat enregistre n'a
      *    rien a tirer sur nos comptes.
      *    Retour R04 en vigueur des que la date du run atteint la
      *    date de CKDPARM. Fichier absent, date a zero ou non encore
      *    atteinte : cle fausse comptee, l'ecriture continue.
       119-READ-CHECK-DIGIT-PARM.
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
               DISPLAY 'CLE DE CONTROLE COMPTE: RETOUR R04'
           ELSE
               DISPLAY 'CLE DE CONTROLE COMPTE: SIGNALEE SANS RETOUR'
           END-IF.

       117-LOAD-MANDATES.
           OPEN INPUT MANDATE-FILE
           IF WS-MND-STATUS NOT = '00'
           END-IF.

      *    Codes motif normalises du reseau : R03 compte introuvable
      *    (ou numero non numerique), R04 structure de numero invalide
      *    (cle de controle fausse, une fois CKDPARM en vigueur), R02
      *    compte ferme, R16 compte gele.
       210-CHECK-DESTINATION-ACCOUNT.
           MOVE 'Y' TO WS-ACCOUNT-OK
           MOVE SPACES TO WS-RETURN-REASON
           IF CL-ACCOUNT-NUMBER NOT NUMERIC
               MOVE 'N' TO WS-ACCOUNT-OK
               MOVE 'R03' TO WS-RETURN-REASON
           ELSE
               MOVE CL-ACCOUNT-NUMBER TO WS-CKD-ACCOUNT
               CALL 'ACCTCKD' USING WS-CKD-ACCOUNT
                                    WS-CKD-EXPECTED
                                    WS-CKD-VALID-FLAG
               IF NOT CKD-VALID
                   ADD 1 TO WS-CKD-FAILURES
               END-IF
           IF NOT CKD-VALID AND CKD-ENFORCED
               MOVE 'N' TO WS-ACCOUNT-OK
               MOVE 'R04' TO WS-RETURN-REASON
           ELSE
               MOVE CL-ACCOUNT-NUMBER TO MA-ACCOUNT-NUMBER
               READ MASTER-ACCOUNT-FILE
                       END-IF
               END-READ
           END-IF
           END-IF
           END-IF.

       220-EMIT-RAW-TRANSACTION.
           DISPLAY 'ECRITURES RETOURNEES   : ' WS-ENTRIES-RETURNED
           DISPLAY 'ECRITURES RETENUES     : ' WS-ENTRIES-HELD
           DISPLAY 'PRELEVEMENTS SANS MANDAT: ' WS-MANDATE-REJECTS
           DISPLAY 'CLES DE CONTROLE FAUSSES: ' WS-CKD-FAILURES
           DISPLAY 'MONTANT RECU           : ' WS-TOTAL-RECEIVED
           DISPLAY 'MONTANT ACHEMINE       : ' WS-TOTAL-BRIDGED
           DISPLAY 'MONTANT RETOURNE       : ' WS-TOTAL-RETURNED

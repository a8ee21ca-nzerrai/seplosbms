      * - Les operations sans carte au fichier croise, ou dont le      *
      *   compte est introuvable/ferme/gele, partent en exceptions     *
      *   avec motif, hors du flux TRANOUT                             *
      * - Les cartes expirees, non activees ou declarees perdues ou    *
      *   volees (statuts tenus par CARDMNT) sont rejetees chacune sous*
      *   son propre motif                                             *
      * - Un compte lie a cle de controle fausse est rejete en C42 a   *
      *   partir de la date d'entree en vigueur de CKDPARM ; avant,    *
      *   il est seulement compte                                      *
      * - Rapport de reglement : total recu = total achemine + total   *
      *   rejete, meme preuve arithmetique que CLRINTAKE               *
      ******************************************************************
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SWI-STATUS.

      *    Fichier croise carte/compte, tenu par CARDMNT : une carte
      *    par enregistrement, cle numero de carte.
           SELECT CARD-XREF-FILE
               ASSIGN TO CARDXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      *    Date d'entree en vigueur du rejet C42, commune avec
      *    BANKTRAN (voir ce programme).
           SELECT CHECK-DIGIT-PARM-FILE
               ASSIGN TO CKDPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CKP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Format fixe du switch monetique : une operation par
           05  SW-CURRENCY-CODE        PIC X(3).
           05  FILLER                  PIC X(10).

      *    Une carte par enregistrement ; le statut permet de refuser
      *    les cartes opposees sans les retirer du fichier. Une date
      *    d'expiration a blanc ou a zero (carte d'avant CARDMNT) ne
      *    limite pas la carte.
       FD  CARD-XREF-FILE
           RECORDING MODE IS F.
       01  CARD-XREF-RECORD.
           05  CX-CARD-NUMBER          PIC X(16).
           05  CX-ACCOUNT-NUMBER       PIC 9(12).
           05  CX-STATUS-CODE          PIC X(01).
               88  CX-ISSUED           VALUE 'I'.
               88  CX-ACTIVE           VALUE 'A'.
               88  CX-BLOCKED          VALUE 'B'.
               88  CX-LOST             VALUE 'L'.
               88  CX-REPLACED         VALUE 'R'.
               88  CX-CLOSED           VALUE 'C'.
               88  CX-LIVE             VALUE 'I' 'A' 'B'.
           05  CX-ISSUE-DATE           PIC 9(8).
           05  CX-EXPIRY-DATE          PIC 9(8).
           05  CX-REISSUE-FLAG         PIC X(01).
               88  CX-REISSUE-SENT     VALUE 'Y'.
           05  FILLER                  PIC X(4).

      *    Meme disposition que dans BANKTRAN.
       FD  MASTER-ACCOUNT-FILE
           BLOCK CONTAINS 0 RECORDS.
       01  SETTLEMENT-REPORT-RECORD    PIC X(100).

      *    Meme disposition que dans BANKTRAN.
       FD  CHECK-DIGIT-PARM-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CHECK-DIGIT-PARM-RECORD.
           05  CKP-EFFECTIVE-DATE      PIC 9(8).
           05  FILLER                  PIC X(72).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-CODES.
           05  WS-SWI-STATUS           PIC X(02) VALUE SPACES.
           05  WS-EXC-STATUS           PIC X(02) VALUE SPACES.
           05  WS-DEV-STATUS           PIC X(02) VALUE SPACES.
           05  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
           05  WS-CKP-STATUS           PIC X(02) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-ENTRIES-READ         PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-ENTRIES-BRIDGED      PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-ENTRIES-REJECTED     PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-SURCHARGES-EMITTED   PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-CKD-FAILURES         PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-TRANS-SEQUENCE       PIC 9(6) COMP-3 VALUE ZERO.
           05  WS-TRANS-SEQ-DISPLAY    PIC 9(6) VALUE ZERO.


       01  WS-REJECT-REASON            PIC X(03) VALUE SPACES.

      *    Cle de controle du numero de compte (module commun ACCTCKD).
       01  WS-CHECK-DIGIT-FIELDS.
           05  WS-CKD-ACCOUNT          PIC 9(12) VALUE ZERO.
           05  WS-CKD-EXPECTED         PIC 9(01) VALUE ZERO.
           05  WS-CKD-VALID-FLAG       PIC X(01) VALUE 'N'.
               88  CKD-VALID           VALUE 'Y'.
           05  WS-CKD-ENFORCE-FLAG     PIC X(01) VALUE 'N'.
               88  CKD-ENFORCED        VALUE 'Y'.

      *    Date de l'operation comparee a l'expiration de la carte :
      *    date de valeur du switch, a defaut date du run.
       01  WS-TXN-DATE                 PIC 9(8).

       01  WS-FLAGS.
           05  WS-ENTRY-OK             PIC X(01) VALUE 'Y'.
               88  ENTRY-OK            VALUE 'Y'.
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 115-READ-CHECK-DIGIT-PARM

           PERFORM 110-READ-SWITCH-ENTRY.

      *    Rejet C42 en vigueur des que la date du run atteint la date
      *    de CKDPARM. Fichier absent, date a zero ou non encore
      *    atteinte : cle fausse comptee, l'operation continue.
       115-READ-CHECK-DIGIT-PARM.
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
               DISPLAY 'CLE DE CONTROLE COMPTE: REJET C42'
           ELSE
               DISPLAY 'CLE DE CONTROLE COMPTE: SIGNALEE SANS REJET'
           END-IF.

       110-READ-SWITCH-ENTRY.
           READ CARD-SWITCH-FILE
               AT END
           END-IF.

      *    Motifs d'exception : C19 montant corrompu, C14 carte
      *    inconnue du fichier croise, C41 carte perdue/volee, C78
      *    carte non activee, C05 carte opposee (bloquee, remplacee ou
      *    close), C54 carte expiree, C42 compte lie a cle de
      *    controle fausse, C03 compte introuvable, C02 compte ferme,
      *    C16 compte gele.
       210-TRANSLATE-CARD-NUMBER.
           MOVE 'Y' TO WS-ENTRY-OK
           MOVE SPACES TO WS-REJECT-REASON
                       MOVE 'N' TO WS-ENTRY-OK
                       MOVE 'C14' TO WS-REJECT-REASON
                   NOT INVALID KEY
                       PERFORM 212-CHECK-CARD-STATUS
                       IF ENTRY-OK
                           PERFORM 215-CHECK-LINKED-ACCOUNT
                       END-IF
               END-READ
           END-IF.

       212-CHECK-CARD-STATUS.
           IF SW-VALUE-DATE NUMERIC AND SW-VALUE-DATE > ZERO
               MOVE SW-VALUE-DATE TO WS-TXN-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-TXN-DATE
           END-IF

           EVALUATE TRUE
               WHEN CX-LOST
                   MOVE 'N' TO WS-ENTRY-OK
                   MOVE 'C41' TO WS-REJECT-REASON
               WHEN CX-ISSUED
                   MOVE 'N' TO WS-ENTRY-OK
                   MOVE 'C78' TO WS-REJECT-REASON
               WHEN NOT CX-ACTIVE
                   MOVE 'N' TO WS-ENTRY-OK
                   MOVE 'C05' TO WS-REJECT-REASON
               WHEN CX-EXPIRY-DATE NUMERIC
                       AND CX-EXPIRY-DATE > ZERO
                       AND CX-EXPIRY-DATE < WS-TXN-DATE
                   MOVE 'N' TO WS-ENTRY-OK
                   MOVE 'C54' TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Le compte lie au fichier croise a pu y etre saisi avant la
      *    cle de controle : il est verifie comme un compte saisi, le
      *    rejet C42 n'intervenant qu'une fois CKDPARM en vigueur.
       215-CHECK-LINKED-ACCOUNT.
           MOVE CX-ACCOUNT-NUMBER TO WS-CKD-ACCOUNT
           CALL 'ACCTCKD' USING WS-CKD-ACCOUNT
                                WS-CKD-EXPECTED
                                WS-CKD-VALID-FLAG
           IF NOT CKD-VALID
               ADD 1 TO WS-CKD-FAILURES
           END-IF
           IF NOT CKD-VALID AND CKD-ENFORCED
               MOVE 'N' TO WS-ENTRY-OK
               MOVE 'C42' TO WS-REJECT-REASON
           ELSE
               MOVE CX-ACCOUNT-NUMBER TO MA-ACCOUNT-NUMBER
               READ MASTER-ACCOUNT-FILE
                   KEY IS MA-ACCOUNT-NUMBER
                   INVALID KEY
                       MOVE 'N' TO WS-ENTRY-OK
                       MOVE 'C03' TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF MA-CLOSED
                           MOVE 'N' TO WS-ENTRY-OK
                           MOVE 'C02' TO WS-REJECT-REASON
                       END-IF
                       IF MA-FROZEN
                           MOVE 'N' TO WS-ENTRY-OK
                           MOVE 'C16' TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF.

      *    Retrait et achat debitent le compte, depot GAB le credite ;
      *    l'identifiant du GAB/TPE est repris en zone guichetier pour
           DISPLAY 'OPERATIONS ACHEMINEES  : ' WS-ENTRIES-BRIDGED
           DISPLAY 'OPERATIONS REJETEES    : ' WS-ENTRIES-REJECTED
           DISPLAY 'SURTAXES EMISES        : ' WS-SURCHARGES-EMITTED
           DISPLAY 'CLES CONTROLE FAUSSES  : ' WS-CKD-FAILURES
           DISPLAY 'MONTANT RECU           : ' WS-TOTAL-RECEIVED
           DISPLAY 'MONTANT ACHEMINE       : ' WS-TOTAL-BRIDGED
           DISPLAY 'MONTANT REJETE         : ' WS-TOTAL-REJECTED

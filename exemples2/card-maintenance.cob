       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDMNT.
       AUTHOR. BANKING SYSTEM TEAM.
      ******************************************************************
      * PILOTE DE MAINTENANCE DU FICHIER CROISE CARTES (CARDXREF)       *
      * - Fini l'edition directe du fichier par les agences : un        *
      *   enregistrement d'operation par mouvement demande              *
      *   'I' emission, 'A' activation, 'L' perte/vol, 'B' blocage      *
      *   temporaire, 'U' deblocage, 'R' remplacement, 'C' cloture      *
      * - Une carte emise attend son activation ('I') ; chaque carte    *
      *   porte une date d'expiration (fin de mois, trois ans par       *
      *   defaut)                                                       *
      * - Le remplacement emet la nouvelle carte sur le meme compte ;   *
      *   l'ancienne passe 'R', ou reste 'L' si elle etait declaree     *
      *   perdue/volee, pour que CARDINTK continue de la signaler       *
      * - Passe de renouvellement en fin de run : les cartes vivantes   *
      *   qui expirent le mois prochain partent au fichier du           *
      *   fabricant (CARDRISS), une seule fois par carte                *
      * - Chaque changement de statut est ajoute a la piste d'audit     *
      *   cumulative (CARDAUD) consultee par le bureau des litiges ;    *
      *   chaque rejet part au fichier d'erreurs, comme PAYEEMNT        *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-MAINT-FILE
               ASSIGN TO CARDMNT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MNT-STATUS.

      *    Acces dynamique : lecture directe pour les operations,
      *    balayage sequentiel pour la passe de renouvellement.
           SELECT CARD-XREF-FILE
               ASSIGN TO CARDXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CX-CARD-NUMBER
               FILE STATUS IS WS-XRF-STATUS.

           SELECT MASTER-ACCOUNT-FILE
               ASSIGN TO ACCTIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MA-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

      *    Piste cumulative de run en run : le bureau des litiges y
      *    retrouve l'historique complet des statuts d'une carte.
           SELECT CARD-AUDIT-FILE
               ASSIGN TO CARDAUD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT CARD-ERROR-FILE
               ASSIGN TO CARDERR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ERR-STATUS.

      *    Cartes a renouveler, transmises au fabricant.
           SELECT CARD-REISSUE-FILE
               ASSIGN TO CARDRISS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RIS-STATUS.

      *    Date metier de la nuit deposee par BATCHDRV ; absente, la
      *    date systeme reste la regle.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO BIZDATE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BIZ-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Une operation demandee par enregistrement. CM-ACCOUNT-NUMBER
      *    sert a l'emission, CM-NEW-CARD-NUMBER au remplacement ;
      *    CM-EXPIRY-DATE a zero laisse la date par defaut.
       FD  CARD-MAINT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CARD-MAINT-RECORD.
           05  CM-OPERATION            PIC X(01).
               88  CM-OP-ISSUE         VALUE 'I'.
               88  CM-OP-ACTIVATE      VALUE 'A'.
               88  CM-OP-LOST          VALUE 'L'.
               88  CM-OP-BLOCK         VALUE 'B'.
               88  CM-OP-UNBLOCK       VALUE 'U'.
               88  CM-OP-REPLACE       VALUE 'R'.
               88  CM-OP-CLOSE         VALUE 'C'.
           05  CM-CARD-NUMBER          PIC X(16).
           05  CM-ACCOUNT-NUMBER       PIC 9(12).
           05  CM-NEW-CARD-NUMBER      PIC X(16).
           05  CM-EXPIRY-DATE          PIC 9(8).
           05  CM-SUBMITTER-ID         PIC X(8).
           05  FILLER                  PIC X(19).

      *    Meme disposition que dans CARDINTK.
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
               88  MA-ACTIVE           VALUE 'A'.
               88  MA-FROZEN           VALUE 'F'.
               88  MA-CLOSED           VALUE 'C'.
           05  MA-BRANCH-CODE          PIC X(6).
           05  MA-CURRENCY-CODE        PIC X(3).
           05  MA-OD-FEE-COUNT         PIC 9(03) COMP-3
                                       VALUE ZERO.
           05  MA-STMT-CYCLE-DAY       PIC 9(02).
           05  MA-ACCRUED-INTEREST     PIC S9(11)V99 COMP-3.
           05  MA-LAST-ACCRUAL-DATE    PIC 9(8).
           05  FILLER                  PIC X(8).

      *    CAU-RELATED-CARD porte la nouvelle carte d'un remplacement
      *    (sur la ligne de l'ancienne) et l'ancienne carte (sur la
      *    ligne de la nouvelle).
       FD  CARD-AUDIT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CARD-AUDIT-RECORD.
           05  CAU-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  CAU-OPERATION           PIC X(01).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  CAU-CARD-NUMBER         PIC X(16).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  CAU-ACCOUNT-NUMBER      PIC 9(12).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  CAU-SUBMITTER-ID        PIC X(8).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  CAU-OLD-STATUS          PIC X(01).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  CAU-NEW-STATUS          PIC X(01).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  CAU-EXPIRY-DATE         PIC 9(08).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  CAU-RELATED-CARD        PIC X(16).
           05  FILLER                  PIC X(05) VALUE SPACES.

       FD  CARD-ERROR-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CARD-ERROR-RECORD.
           05  CER-OPERATION           PIC X(01).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  CER-CARD-NUMBER         PIC X(16).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  CER-ACCOUNT-NUMBER      PIC 9(12).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  CER-SUBMITTER-ID        PIC X(8).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  CER-REASON              PIC X(40).
           05  FILLER                  PIC X(09) VALUE SPACES.

      *    Format d'echange avec le fabricant : la carte a renouveler,
      *    son porteur et la nouvelle date d'expiration a embosser.
       FD  CARD-REISSUE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CARD-REISSUE-RECORD.
           05  RI-CARD-NUMBER          PIC X(16).
           05  RI-ACCOUNT-NUMBER       PIC 9(12).
           05  RI-CARDHOLDER-NAME      PIC X(50).
           05  RI-BRANCH-CODE          PIC X(6).
           05  RI-CURRENT-EXPIRY       PIC 9(8).
           05  RI-NEW-EXPIRY           PIC 9(8).
           05  FILLER                  PIC X(20).

      *    Meme disposition que dans BANKTRAN.
       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       01  BUSINESS-DATE-RECORD.
           05  BIZ-BUSINESS-DATE       PIC 9(8).
           05  BIZ-NEXT-BUSINESS-DATE  PIC 9(8).
           05  FILLER                  PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-CODES.
           05  WS-MNT-STATUS           PIC X(02) VALUE SPACES.
           05  WS-XRF-STATUS           PIC X(02) VALUE SPACES.
           05  WS-ACCT-STATUS          PIC X(02) VALUE SPACES.
           05  WS-AUD-STATUS           PIC X(02) VALUE SPACES.
           05  WS-ERR-STATUS           PIC X(02) VALUE SPACES.
           05  WS-RIS-STATUS           PIC X(02) VALUE SPACES.
           05  WS-BIZ-STATUS           PIC X(02) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-OPS-READ             PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-OPS-APPLIED          PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-OPS-REJECTED         PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-CARDS-ISSUED         PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-CARDS-REPLACED       PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-CARDS-SCANNED        PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-CARDS-TO-REISSUE     PIC 9(7) COMP-3 VALUE ZERO.

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MONTH            PIC 9(2).
           05  WS-RUN-DAY              PIC 9(2).

      *    Mois d'expiration vise par la passe de renouvellement.
       01  WS-REISSUE-MONTH            PIC 9(6).
       01  WS-REISSUE-MONTH-PARTS REDEFINES WS-REISSUE-MONTH.
           05  WS-RSM-YEAR             PIC 9(4).
           05  WS-RSM-MONTH            PIC 9(2).

      *    Calcul d'une date d'expiration : fin du mois de la date de
      *    base, trois ans plus tard (premier jour du mois suivant,
      *    moins un jour).
       01  WS-EXPIRY-FIELDS.
           05  WS-EXP-BASE-DATE        PIC 9(8).
           05  WS-EXP-BASE-PARTS REDEFINES WS-EXP-BASE-DATE.
               10  WS-EXP-BASE-YEAR    PIC 9(4).
               10  WS-EXP-BASE-MONTH   PIC 9(2).
               10  WS-EXP-BASE-DAY     PIC 9(2).
           05  WS-EXP-WORK-DATE        PIC 9(8).
           05  WS-EXP-WORK-PARTS REDEFINES WS-EXP-WORK-DATE.
               10  WS-EXP-WORK-YEAR    PIC 9(4).
               10  WS-EXP-WORK-MONTH   PIC 9(2).
               10  WS-EXP-WORK-DAY     PIC 9(2).
           05  WS-EXP-RESULT           PIC 9(8).
           05  WS-EXP-INT              PIC 9(7) COMP-3.
           05  WS-CARD-LIFE-YEARS      PIC 9(2) VALUE 3.

       01  WS-FLAGS.
           05  WS-CARD-FOUND           PIC X(01) VALUE 'N'.
               88  CARD-EXISTS         VALUE 'Y'.
           05  WS-OLD-STATUS           PIC X(01) VALUE SPACE.
           05  WS-XREF-EOF-FLAG        PIC X(01) VALUE 'N'.
               88  XREF-SCAN-EOF       VALUE 'Y'.

      *    Ancienne carte d'un remplacement, conservee pendant que la
      *    zone enregistrement sert a la nouvelle.
       01  WS-REPLACE-FIELDS.
           05  WS-RPL-OLD-CARD         PIC X(16).
           05  WS-RPL-ACCOUNT          PIC 9(12).
           05  WS-RPL-OLD-STATUS       PIC X(01).
           05  WS-RPL-NEW-STATUS       PIC X(01).
           05  WS-RPL-OLD-EXPIRY       PIC 9(8).

       01  WS-RELATED-CARD             PIC X(16) VALUE SPACES.

       01  WS-REJECT-REASON            PIC X(40) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-END-OF-MAINT         PIC X(01) VALUE 'N'.
               88  END-OF-MAINT        VALUE 'Y'.

       PROCEDURE DIVISION.
       000-MAIN-CONTROL.
           PERFORM 100-INITIALIZE
           PERFORM 200-PROCESS-OPERATIONS
               UNTIL END-OF-MAINT
           IF RETURN-CODE = ZERO
               PERFORM 400-REISSUE-PASS
           END-IF
           PERFORM 300-FINALIZE
           STOP RUN.

       100-INITIALIZE.
           DISPLAY '*** DEBUT MAINTENANCE FICHIER CROISE CARTES ***'
           OPEN INPUT  CARD-MAINT-FILE
                       MASTER-ACCOUNT-FILE
           OPEN OUTPUT CARD-ERROR-FILE
                       CARD-REISSUE-FILE

      *    Le fichier croise persiste ; cree au tout premier passage,
      *    comme le registre de PAYEEMNT.
           OPEN I-O CARD-XREF-FILE
           IF WS-XRF-STATUS = '35'
               OPEN OUTPUT CARD-XREF-FILE
               CLOSE CARD-XREF-FILE
               OPEN I-O CARD-XREF-FILE
           END-IF

      *    Piste d'audit cumulative (meme technique que l'inventaire
      *    d'ARCHPURG).
           OPEN EXTEND CARD-AUDIT-FILE
           IF WS-AUD-STATUS = '35'
               OPEN OUTPUT CARD-AUDIT-FILE
               CLOSE CARD-AUDIT-FILE
               OPEN EXTEND CARD-AUDIT-FILE
           END-IF

           IF WS-XRF-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE FICHIER CROISE CARTES: '
                       WS-XRF-STATUS
               MOVE 'Y' TO WS-END-OF-MAINT
               MOVE 16 TO RETURN-CODE
           END-IF

           IF WS-AUD-STATUS NOT = '00' AND WS-AUD-STATUS NOT = '05'
               DISPLAY 'ERREUR OUVERTURE PISTE AUDIT CARTES: '
                       WS-AUD-STATUS
               MOVE 'Y' TO WS-END-OF-MAINT
               MOVE 16 TO RETURN-CODE
           END-IF

           IF WS-MNT-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE FICHIER OPERATIONS: '
                       WS-MNT-STATUS
               MOVE 'Y' TO WS-END-OF-MAINT
               MOVE 16 TO RETURN-CODE
           END-IF

           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE FICHIER COMPTES: '
                       WS-ACCT-STATUS
               MOVE 'Y' TO WS-END-OF-MAINT
               MOVE 16 TO RETURN-CODE
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 105-READ-BUSINESS-DATE

           PERFORM 110-READ-MAINT-OPERATION.

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

       110-READ-MAINT-OPERATION.
           READ CARD-MAINT-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-MAINT
               NOT AT END
                   ADD 1 TO WS-OPS-READ
           END-READ.

       200-PROCESS-OPERATIONS.
           IF NOT END-OF-MAINT
               MOVE SPACES TO WS-REJECT-REASON
               MOVE SPACES TO WS-RELATED-CARD
               MOVE CM-CARD-NUMBER TO CX-CARD-NUMBER
               PERFORM 210-LOCATE-CARD
               EVALUATE TRUE
                   WHEN CM-OP-ISSUE
                       PERFORM 220-APPLY-ISSUE
                   WHEN CM-OP-ACTIVATE
                       PERFORM 230-APPLY-ACTIVATE
                   WHEN CM-OP-LOST
                       PERFORM 235-APPLY-LOST
                   WHEN CM-OP-BLOCK
                       PERFORM 240-APPLY-BLOCK
                   WHEN CM-OP-UNBLOCK
                       PERFORM 245-APPLY-UNBLOCK
                   WHEN CM-OP-REPLACE
                       PERFORM 250-APPLY-REPLACE
                   WHEN CM-OP-CLOSE
                       PERFORM 255-APPLY-CLOSE
                   WHEN OTHER
                       MOVE 'CODE OPERATION INCONNU' TO WS-REJECT-REASON
                       PERFORM 280-WRITE-ERROR
               END-EVALUATE
               PERFORM 110-READ-MAINT-OPERATION
           END-IF.

      *    CX-CARD-NUMBER est pose par l'appelant. Un enregistrement
      *    d'avant la date d'expiration (zone a blanc) est lu comme
      *    sans expiration ni renouvellement envoye.
       210-LOCATE-CARD.
           MOVE 'N' TO WS-CARD-FOUND
           MOVE SPACE TO WS-OLD-STATUS
           READ CARD-XREF-FILE
               KEY IS CX-CARD-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CARD-FOUND
                   MOVE CX-STATUS-CODE TO WS-OLD-STATUS
                   IF CX-EXPIRY-DATE NOT NUMERIC
                       MOVE ZERO TO CX-EXPIRY-DATE
                   END-IF
                   IF NOT CX-REISSUE-SENT
                       MOVE 'N' TO CX-REISSUE-FLAG
                   END-IF
           END-READ.

      *    Emission : le numero de carte est nouveau, le compte existe
      *    et n'est pas ferme. La carte attend son activation.
       220-APPLY-ISSUE.
           IF CM-CARD-NUMBER = SPACES
               MOVE 'NUMERO DE CARTE ABSENT' TO WS-REJECT-REASON
           ELSE
               IF CARD-EXISTS
                   MOVE 'CARTE DEJA AU FICHIER' TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM 225-CHECK-EXPIRY-REQUESTED
           END-IF

           IF WS-REJECT-REASON = SPACES
               MOVE CM-ACCOUNT-NUMBER TO MA-ACCOUNT-NUMBER
               READ MASTER-ACCOUNT-FILE
                   KEY IS MA-ACCOUNT-NUMBER
                   INVALID KEY
                       MOVE 'COMPTE INCONNU' TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF MA-CLOSED
                           MOVE 'COMPTE FERME' TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF

           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 280-WRITE-ERROR
           ELSE
               MOVE CM-ACCOUNT-NUMBER TO WS-RPL-ACCOUNT
               MOVE SPACES TO CARD-XREF-RECORD
               MOVE CM-CARD-NUMBER TO CX-CARD-NUMBER
               PERFORM 260-WRITE-NEW-CARD
               IF WS-REJECT-REASON = SPACES
                   ADD 1 TO WS-CARDS-ISSUED
               END-IF
           END-IF.

      *    Une date d'expiration fournie doit etre une date valide
      *    posterieure au run ; a zero, fin de mois dans trois ans.
       225-CHECK-EXPIRY-REQUESTED.
           IF CM-EXPIRY-DATE NUMERIC AND CM-EXPIRY-DATE > ZERO
               IF FUNCTION TEST-DATE-YYYYMMDD(CM-EXPIRY-DATE) NOT = 0
                       OR CM-EXPIRY-DATE NOT > WS-RUN-DATE
                   MOVE 'DATE D EXPIRATION INVALIDE'
                       TO WS-REJECT-REASON
               ELSE
                   MOVE CM-EXPIRY-DATE TO WS-EXP-RESULT
               END-IF
           ELSE
               MOVE WS-RUN-DATE TO WS-EXP-BASE-DATE
               PERFORM 290-COMPUTE-EXPIRY
           END-IF.

      *    Activation : seule une carte emise et non expiree s'active.
       230-APPLY-ACTIVATE.
           IF NOT CARD-EXISTS
               MOVE 'CARTE INTROUVABLE' TO WS-REJECT-REASON
           ELSE
               IF NOT CX-ISSUED
                   MOVE 'CARTE NON EN ATTENTE D ACTIVATION'
                       TO WS-REJECT-REASON
               ELSE
                   IF CX-EXPIRY-DATE > ZERO
                           AND CX-EXPIRY-DATE < WS-RUN-DATE
                       MOVE 'CARTE EXPIREE' TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF

           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 280-WRITE-ERROR
           ELSE
               MOVE 'A' TO CX-STATUS-CODE
               PERFORM 270-REWRITE-CARD
           END-IF.

      *    Perte ou vol : definitif, la carte ne se debloque plus ; le
      *    porteur obtient une nouvelle carte par remplacement.
       235-APPLY-LOST.
           IF NOT CARD-EXISTS OR NOT CX-LIVE
               MOVE 'CARTE INTROUVABLE OU DEJA INACTIVE'
                   TO WS-REJECT-REASON
               PERFORM 280-WRITE-ERROR
           ELSE
               MOVE 'L' TO CX-STATUS-CODE
               PERFORM 270-REWRITE-CARD
           END-IF.

       240-APPLY-BLOCK.
           IF NOT CARD-EXISTS OR NOT CX-ACTIVE
               MOVE 'CARTE NON ACTIVE' TO WS-REJECT-REASON
               PERFORM 280-WRITE-ERROR
           ELSE
               MOVE 'B' TO CX-STATUS-CODE
               PERFORM 270-REWRITE-CARD
           END-IF.

       245-APPLY-UNBLOCK.
           IF NOT CARD-EXISTS OR NOT CX-BLOCKED
               MOVE 'CARTE NON BLOQUEE' TO WS-REJECT-REASON
               PERFORM 280-WRITE-ERROR
           ELSE
               MOVE 'A' TO CX-STATUS-CODE
               PERFORM 270-REWRITE-CARD
           END-IF.

      *    Remplacement : l'ancienne carte (vivante ou perdue) est
      *    close en premier, puis la nouvelle est emise sur le meme
      *    compte. Chaque ligne d'audit renvoie a l'autre carte.
       250-APPLY-REPLACE.
           IF NOT CARD-EXISTS OR (NOT CX-LIVE AND NOT CX-LOST)
               MOVE 'CARTE INTROUVABLE OU DEJA CLOSE'
                   TO WS-REJECT-REASON
           ELSE
               IF CM-NEW-CARD-NUMBER = SPACES
                       OR CM-NEW-CARD-NUMBER = CM-CARD-NUMBER
                   MOVE 'NOUVEAU NUMERO DE CARTE INVALIDE'
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               MOVE CX-CARD-NUMBER TO WS-RPL-OLD-CARD
               MOVE CX-ACCOUNT-NUMBER TO WS-RPL-ACCOUNT
               MOVE CX-STATUS-CODE TO WS-RPL-OLD-STATUS
               MOVE CX-EXPIRY-DATE TO WS-RPL-OLD-EXPIRY
               MOVE CM-NEW-CARD-NUMBER TO CX-CARD-NUMBER
               PERFORM 210-LOCATE-CARD
               IF CARD-EXISTS
                   MOVE 'NOUVELLE CARTE DEJA AU FICHIER'
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM 225-CHECK-EXPIRY-REQUESTED
           END-IF

           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 280-WRITE-ERROR
           ELSE
               PERFORM 252-RETIRE-OLD-CARD
               IF WS-REJECT-REASON = SPACES
                   MOVE WS-RPL-OLD-CARD TO WS-RELATED-CARD
                   MOVE SPACES TO CARD-XREF-RECORD
                   MOVE CM-NEW-CARD-NUMBER TO CX-CARD-NUMBER
                   PERFORM 260-WRITE-NEW-CARD
                   IF WS-REJECT-REASON = SPACES
                       ADD 1 TO WS-CARDS-REPLACED
                   END-IF
               END-IF
           END-IF.

      *    Une carte perdue/volee garde son statut 'L' pour que le
      *    switch continue de la signaler comme telle.
       252-RETIRE-OLD-CARD.
           MOVE WS-RPL-OLD-CARD TO CX-CARD-NUMBER
           PERFORM 210-LOCATE-CARD
           IF NOT CX-LOST
               MOVE 'R' TO CX-STATUS-CODE
           END-IF
           MOVE CM-NEW-CARD-NUMBER TO WS-RELATED-CARD
           PERFORM 270-REWRITE-CARD.

       255-APPLY-CLOSE.
           IF NOT CARD-EXISTS OR CX-CLOSED
               MOVE 'CARTE INTROUVABLE OU DEJA CLOSE'
                   TO WS-REJECT-REASON
               PERFORM 280-WRITE-ERROR
           ELSE
               MOVE 'C' TO CX-STATUS-CODE
               PERFORM 270-REWRITE-CARD
           END-IF.

      *    Nouvelle carte (emission ou remplacement) : l'appelant pose
      *    l'enregistrement a blanc avec CX-CARD-NUMBER, ainsi que
      *    WS-RPL-ACCOUNT et WS-EXP-RESULT.
       260-WRITE-NEW-CARD.
           MOVE SPACE TO WS-OLD-STATUS
           MOVE WS-RPL-ACCOUNT TO CX-ACCOUNT-NUMBER
           MOVE 'I' TO CX-STATUS-CODE
           MOVE WS-RUN-DATE TO CX-ISSUE-DATE
           MOVE WS-EXP-RESULT TO CX-EXPIRY-DATE
           MOVE 'N' TO CX-REISSUE-FLAG
           WRITE CARD-XREF-RECORD
               INVALID KEY
                   MOVE 'ERREUR ECRITURE FICHIER CROISE'
                       TO WS-REJECT-REASON
                   PERFORM 280-WRITE-ERROR
               NOT INVALID KEY
                   PERFORM 275-WRITE-AUDIT
                   ADD 1 TO WS-OPS-APPLIED
           END-WRITE.

       270-REWRITE-CARD.
           REWRITE CARD-XREF-RECORD
               INVALID KEY
                   MOVE 'ERREUR REWRITE FICHIER CROISE'
                       TO WS-REJECT-REASON
                   PERFORM 280-WRITE-ERROR
               NOT INVALID KEY
                   PERFORM 275-WRITE-AUDIT
                   IF NOT CM-OP-REPLACE
                       ADD 1 TO WS-OPS-APPLIED
                   END-IF
           END-REWRITE.

       275-WRITE-AUDIT.
           MOVE WS-RUN-DATE TO CAU-RUN-DATE
           MOVE CM-OPERATION TO CAU-OPERATION
           MOVE CX-CARD-NUMBER TO CAU-CARD-NUMBER
           MOVE CX-ACCOUNT-NUMBER TO CAU-ACCOUNT-NUMBER
           MOVE CM-SUBMITTER-ID TO CAU-SUBMITTER-ID
           MOVE WS-OLD-STATUS TO CAU-OLD-STATUS
           MOVE CX-STATUS-CODE TO CAU-NEW-STATUS
           MOVE CX-EXPIRY-DATE TO CAU-EXPIRY-DATE
           MOVE WS-RELATED-CARD TO CAU-RELATED-CARD

           WRITE CARD-AUDIT-RECORD.

       280-WRITE-ERROR.
           MOVE CM-OPERATION TO CER-OPERATION
           MOVE CM-CARD-NUMBER TO CER-CARD-NUMBER
           MOVE CM-ACCOUNT-NUMBER TO CER-ACCOUNT-NUMBER
           MOVE CM-SUBMITTER-ID TO CER-SUBMITTER-ID
           MOVE WS-REJECT-REASON TO CER-REASON

           WRITE CARD-ERROR-RECORD
           ADD 1 TO WS-OPS-REJECTED.

      *    Fin du mois de WS-EXP-BASE-DATE, WS-CARD-LIFE-YEARS plus
      *    tard : premier jour du mois suivant moins un jour, ce qui
      *    regle fevrier et les annees bissextiles.
       290-COMPUTE-EXPIRY.
           MOVE WS-EXP-BASE-DATE TO WS-EXP-WORK-DATE
           ADD WS-CARD-LIFE-YEARS TO WS-EXP-WORK-YEAR
           IF WS-EXP-WORK-MONTH = 12
               ADD 1 TO WS-EXP-WORK-YEAR
               MOVE 1 TO WS-EXP-WORK-MONTH
           ELSE
               ADD 1 TO WS-EXP-WORK-MONTH
           END-IF
           MOVE 1 TO WS-EXP-WORK-DAY
           COMPUTE WS-EXP-INT =
               FUNCTION INTEGER-OF-DATE(WS-EXP-WORK-DATE) - 1
           COMPUTE WS-EXP-RESULT =
               FUNCTION DATE-OF-INTEGER(WS-EXP-INT).

      *    Passe de renouvellement : toute carte vivante ('I', 'A',
      *    'B') qui expire le mois suivant le run part au fabricant,
      *    une seule fois (CX-REISSUE-FLAG). Une carte perdue,
      *    remplacee ou close n'est jamais renouvelee.
       400-REISSUE-PASS.
           IF WS-RUN-MONTH = 12
               COMPUTE WS-RSM-YEAR = WS-RUN-YEAR + 1
               MOVE 1 TO WS-RSM-MONTH
           ELSE
               MOVE WS-RUN-YEAR TO WS-RSM-YEAR
               COMPUTE WS-RSM-MONTH = WS-RUN-MONTH + 1
           END-IF

           MOVE 'N' TO WS-XREF-EOF-FLAG
           MOVE LOW-VALUES TO CX-CARD-NUMBER
           START CARD-XREF-FILE
               KEY IS GREATER THAN OR EQUAL CX-CARD-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-XREF-EOF-FLAG
           END-START

           PERFORM 410-SCAN-ONE-CARD
               UNTIL XREF-SCAN-EOF.

       410-SCAN-ONE-CARD.
           READ CARD-XREF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-XREF-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-CARDS-SCANNED
                   IF CX-LIVE AND NOT CX-REISSUE-SENT
                           AND CX-EXPIRY-DATE NUMERIC
                       IF CX-EXPIRY-DATE(1:6) = WS-REISSUE-MONTH
                           PERFORM 420-WRITE-REISSUE
                       END-IF
                   END-IF
           END-READ.

       420-WRITE-REISSUE.
           MOVE SPACES TO CARD-REISSUE-RECORD
           MOVE CX-CARD-NUMBER TO RI-CARD-NUMBER
           MOVE CX-ACCOUNT-NUMBER TO RI-ACCOUNT-NUMBER
           MOVE CX-EXPIRY-DATE TO RI-CURRENT-EXPIRY
           MOVE CX-EXPIRY-DATE TO WS-EXP-BASE-DATE
           PERFORM 290-COMPUTE-EXPIRY
           MOVE WS-EXP-RESULT TO RI-NEW-EXPIRY

           MOVE CX-ACCOUNT-NUMBER TO MA-ACCOUNT-NUMBER
           READ MASTER-ACCOUNT-FILE
               KEY IS MA-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE SPACES TO RI-CARDHOLDER-NAME
                                  RI-BRANCH-CODE
               NOT INVALID KEY
                   MOVE MA-CUSTOMER-NAME TO RI-CARDHOLDER-NAME
                   MOVE MA-BRANCH-CODE TO RI-BRANCH-CODE
           END-READ

           WRITE CARD-REISSUE-RECORD

           IF WS-RIS-STATUS NOT = '00'
               DISPLAY 'ERREUR ECRITURE RENOUVELLEMENT: ' WS-RIS-STATUS
           ELSE
               ADD 1 TO WS-CARDS-TO-REISSUE
               MOVE 'Y' TO CX-REISSUE-FLAG
               REWRITE CARD-XREF-RECORD
                   INVALID KEY
                       DISPLAY 'ERREUR REWRITE CARTE: ' CX-CARD-NUMBER
               END-REWRITE
           END-IF.

       300-FINALIZE.
           DISPLAY '*** FINALISATION MAINTENANCE CARTES ***'

           PERFORM 310-PRINT-SUMMARY

           CLOSE CARD-MAINT-FILE
                 MASTER-ACCOUNT-FILE
                 CARD-XREF-FILE
                 CARD-AUDIT-FILE
                 CARD-ERROR-FILE
                 CARD-REISSUE-FILE

           DISPLAY '*** FIN MAINTENANCE FICHIER CROISE CARTES ***'.

       310-PRINT-SUMMARY.
           DISPLAY ' '
           DISPLAY '================================================'
           DISPLAY '  RAPPORT SOMMAIRE - MAINTENANCE CARTES         '
           DISPLAY '================================================'
           DISPLAY 'OPERATIONS LUES        : ' WS-OPS-READ
           DISPLAY 'OPERATIONS APPLIQUEES  : ' WS-OPS-APPLIED
           DISPLAY 'OPERATIONS REJETEES    : ' WS-OPS-REJECTED
           DISPLAY 'CARTES EMISES          : ' WS-CARDS-ISSUED
           DISPLAY 'CARTES REMPLACEES      : ' WS-CARDS-REPLACED
           DISPLAY 'CARTES EXAMINEES       : ' WS-CARDS-SCANNED
           DISPLAY 'CARTES A RENOUVELER    : ' WS-CARDS-TO-REISSUE
           DISPLAY 'MOIS D EXPIRATION VISE : ' WS-REISSUE-MONTH
           DISPLAY '================================================'
           DISPLAY ' '.

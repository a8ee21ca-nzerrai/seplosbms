       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGMNT.
       AUTHOR. BANKING SYSTEM TEAM.
      ******************************************************************
      * MAINTENANCE DU BUDGET PAR COMPTE DE GRAND LIVRE                 *
      * - Les budgets vivaient dans des tableurs ; ils sont charges     *
      *   ici dans BUDGMST, lu par BUDGVAR pour l'etat budget / reel    *
      * - Une ligne de budget par exercice et compte de grand livre,    *
      *   rattachee a une agence / centre de couts et a un groupe de    *
      *   comptes, avec un montant par periode (mois 01 a 12 ;          *
      *   l'exercice suit l'annee civile comme les periodes GLPERIOD)   *
      * - Montants signes au sens du grand livre : debit positif,       *
      *   credit negatif, comme le mouvement de la balance GLLEDGER     *
      * - Operations : 'S' montant d'une periode (cree la ligne),       *
      *   'A' montant annuel reparti en douze (le reste des centimes    *
      *   sur decembre), 'D' suppression de la ligne                    *
      * - Controles : compte numerique, agence renseignee, periode      *
      *   01-12, montant numerique ; un compte n'a qu'une agence par    *
      *   exercice (sinon le reel ne saurait ou se ranger) ; aucune     *
      *   periode deja cloturee au grand livre (GLPERIOD) ne se         *
      *   modifie                                                       *
      * - Piste d'audit et fichier d'erreurs propres, comme PAYEEMNT    *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-MAINT-FILE
               ASSIGN TO BUDGTRAN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MNT-STATUS.

      *    Budget persistant, cle exercice + compte de grand livre.
           SELECT BUDGET-MASTER-FILE
               ASSIGN TO BUDGMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BG-KEY
               FILE STATUS IS WS-BUD-STATUS.

      *    Controle de periode tenu par GLLEDGER.
           SELECT PERIOD-CONTROL-FILE
               ASSIGN TO GLPERIOD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PER-STATUS.

           SELECT BUDGET-AUDIT-FILE
               ASSIGN TO BUDGAUD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT BUDGET-ERROR-FILE
               ASSIGN TO BUDGERR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ERR-STATUS.

      *    Date metier de la nuit deposee par BATCHDRV ; absente, la
      *    date systeme reste la regle.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO BIZDATE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BIZ-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Une operation par enregistrement, telle qu'exportee du
      *    tableur de la finance (montant signe en tete).
       FD  BUDGET-MAINT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  BUDGET-MAINT-RECORD.
           05  BM-OPERATION            PIC X(01).
               88  BM-OP-SET-PERIOD    VALUE 'S'.
               88  BM-OP-SET-ANNUAL    VALUE 'A'.
               88  BM-OP-DELETE        VALUE 'D'.
           05  BM-FISCAL-YEAR          PIC 9(04).
           05  BM-GL-ACCOUNT           PIC 9(08).
           05  BM-BRANCH-CODE          PIC X(06).
           05  BM-ACCOUNT-GROUP        PIC X(04).
           05  BM-PERIOD               PIC 9(02).
           05  BM-AMOUNT               PIC S9(13)V99
                                       SIGN IS LEADING SEPARATE.
           05  BM-SUBMITTER-ID         PIC X(08).
           05  FILLER                  PIC X(11).

      *    Le groupe de comptes sert aux cumuls de BUDGVAR ; a blanc
      *    a la creation, il prend les deux premiers chiffres du
      *    compte (classe du plan de comptes).
       FD  BUDGET-MASTER-FILE
           RECORDING MODE IS F.
       01  BUDGET-MASTER-RECORD.
           05  BG-KEY.
               10  BG-FISCAL-YEAR      PIC 9(04).
               10  BG-GL-ACCOUNT       PIC 9(08).
           05  BG-BRANCH-CODE          PIC X(06).
           05  BG-ACCOUNT-GROUP        PIC X(04).
           05  BG-PERIOD-BUDGET        PIC S9(13)V99 COMP-3
                                       OCCURS 12 TIMES.
           05  BG-LAST-MAINT-DATE      PIC 9(08).
           05  BG-SUBMITTER-ID         PIC X(08).
           05  FILLER                  PIC X(10).

      *    Meme disposition que dans GLLEDGER.
       FD  PERIOD-CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PERIOD-CONTROL-RECORD.
           05  PC-OPEN-PERIOD          PIC 9(6).
           05  PC-STATUS-CODE          PIC X(01).
               88  PC-PERIOD-OPEN      VALUE 'O'.
               88  PC-PERIOD-CLOSED    VALUE 'C'.
           05  PC-LAST-CLOSE-DATE      PIC 9(8).
           05  FILLER                  PIC X(5).

       FD  BUDGET-AUDIT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  BUDGET-AUDIT-RECORD.
           05  BAU-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  BAU-OPERATION           PIC X(01).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  BAU-FISCAL-YEAR         PIC 9(04).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  BAU-GL-ACCOUNT          PIC 9(08).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  BAU-BRANCH-CODE         PIC X(06).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  BAU-PERIOD              PIC 9(02).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  BAU-OLD-AMOUNT          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  BAU-NEW-AMOUNT          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  BAU-SUBMITTER-ID        PIC X(08).
           05  FILLER                  PIC X(10) VALUE SPACES.

       FD  BUDGET-ERROR-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  BUDGET-ERROR-RECORD.
           05  BER-OPERATION           PIC X(01).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  BER-FISCAL-YEAR         PIC X(04).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  BER-GL-ACCOUNT          PIC X(08).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  BER-BRANCH-CODE         PIC X(06).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  BER-PERIOD              PIC X(02).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  BER-SUBMITTER-ID        PIC X(08).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  BER-REASON              PIC X(40).
           05  FILLER                  PIC X(10) VALUE SPACES.

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
           05  WS-BUD-STATUS           PIC X(02) VALUE SPACES.
           05  WS-PER-STATUS           PIC X(02) VALUE SPACES.
           05  WS-AUD-STATUS           PIC X(02) VALUE SPACES.
           05  WS-ERR-STATUS           PIC X(02) VALUE SPACES.
           05  WS-BIZ-STATUS           PIC X(02) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-OPS-READ             PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-OPS-APPLIED          PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-OPS-REJECTED         PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-LINES-CREATED        PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-LINES-DELETED        PIC 9(7) COMP-3 VALUE ZERO.

       01  WS-RUN-DATE                 PIC 9(8).

      *    Periode ouverte au grand livre ; tout ce qui la precede est
      *    clos. Zero si GLPERIOD n'existe pas encore.
       01  WS-OPEN-PERIOD              PIC 9(6) VALUE ZERO.

       01  WS-WORK-FIELDS.
           05  WS-TARGET-PERIOD        PIC 9(6) VALUE ZERO.
           05  WS-PERIOD-IDX           PIC 9(02) COMP VALUE ZERO.
           05  WS-OLD-AMOUNT           PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-NEW-AMOUNT           PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-MONTHLY-SHARE        PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-SPREAD-TOTAL         PIC S9(15)V99 COMP-3 VALUE ZERO.

       01  WS-FLAGS.
           05  WS-BUDGET-FOUND         PIC X(01) VALUE 'N'.
               88  BUDGET-EXISTS       VALUE 'Y'.

       01  WS-REJECT-REASON            PIC X(40) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-END-OF-MAINT         PIC X(01) VALUE 'N'.
               88  END-OF-MAINT        VALUE 'Y'.

       PROCEDURE DIVISION.
       000-MAIN-CONTROL.
           PERFORM 100-INITIALIZE
           PERFORM 200-PROCESS-OPERATIONS
               UNTIL END-OF-MAINT
           PERFORM 300-FINALIZE
           STOP RUN.

       100-INITIALIZE.
           DISPLAY '*** DEBUT MAINTENANCE DU BUDGET ***'
           OPEN INPUT  BUDGET-MAINT-FILE
           OPEN OUTPUT BUDGET-AUDIT-FILE
                       BUDGET-ERROR-FILE

      *    Le budget persiste d'exercice en exercice ; cree au tout
      *    premier chargement.
           OPEN I-O BUDGET-MASTER-FILE
           IF WS-BUD-STATUS = '35'
               OPEN OUTPUT BUDGET-MASTER-FILE
               CLOSE BUDGET-MASTER-FILE
               OPEN I-O BUDGET-MASTER-FILE
           END-IF

           IF WS-BUD-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE FICHIER BUDGET: '
                       WS-BUD-STATUS
               MOVE 'Y' TO WS-END-OF-MAINT
               MOVE 16 TO RETURN-CODE
           END-IF

           IF WS-MNT-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE FICHIER OPERATIONS: '
                       WS-MNT-STATUS
               MOVE 'Y' TO WS-END-OF-MAINT
               MOVE 16 TO RETURN-CODE
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 105-READ-BUSINESS-DATE
           PERFORM 107-READ-PERIOD-CONTROL

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

      *    Sans controle de periode (grand livre jamais reporte),
      *    aucune periode n'est close.
       107-READ-PERIOD-CONTROL.
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PER-STATUS = '00'
               READ PERIOD-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PC-OPEN-PERIOD TO WS-OPEN-PERIOD
               END-READ
               CLOSE PERIOD-CONTROL-FILE
           END-IF
           DISPLAY 'PERIODE GL OUVERTE     : ' WS-OPEN-PERIOD.

       110-READ-MAINT-OPERATION.
           READ BUDGET-MAINT-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-MAINT
               NOT AT END
                   ADD 1 TO WS-OPS-READ
           END-READ.

       200-PROCESS-OPERATIONS.
           IF NOT END-OF-MAINT
               MOVE SPACES TO WS-REJECT-REASON
               MOVE ZERO TO WS-OLD-AMOUNT WS-NEW-AMOUNT
               PERFORM 205-VALIDATE-OPERATION
               IF WS-REJECT-REASON = SPACES
                   PERFORM 210-LOCATE-BUDGET
                   EVALUATE TRUE
                       WHEN BM-OP-SET-PERIOD
                           PERFORM 220-APPLY-SET-PERIOD
                       WHEN BM-OP-SET-ANNUAL
                           PERFORM 230-APPLY-SET-ANNUAL
                       WHEN BM-OP-DELETE
                           PERFORM 250-APPLY-DELETE
                   END-EVALUATE
               ELSE
                   PERFORM 280-WRITE-ERROR
               END-IF
               PERFORM 110-READ-MAINT-OPERATION
           END-IF.

      *    Controles de forme, puis de periode close : une operation
      *    'A' ou 'D' touche tout l'exercice, donc son premier mois.
       205-VALIDATE-OPERATION.
           EVALUATE TRUE
               WHEN NOT BM-OP-SET-PERIOD AND NOT BM-OP-SET-ANNUAL
                       AND NOT BM-OP-DELETE
                   MOVE 'CODE OPERATION INCONNU' TO WS-REJECT-REASON
               WHEN BM-FISCAL-YEAR NOT NUMERIC
                       OR BM-FISCAL-YEAR < 2000
                   MOVE 'EXERCICE INVALIDE' TO WS-REJECT-REASON
               WHEN BM-GL-ACCOUNT NOT NUMERIC
                       OR BM-GL-ACCOUNT = ZERO
                   MOVE 'COMPTE DE GRAND LIVRE INVALIDE'
                       TO WS-REJECT-REASON
               WHEN BM-OP-DELETE
                   CONTINUE
               WHEN BM-BRANCH-CODE = SPACES
                   MOVE 'AGENCE / CENTRE DE COUTS ABSENT'
                       TO WS-REJECT-REASON
               WHEN BM-AMOUNT NOT NUMERIC
                   MOVE 'MONTANT NON NUMERIQUE' TO WS-REJECT-REASON
               WHEN BM-OP-SET-PERIOD
                       AND (BM-PERIOD NOT NUMERIC
                           OR BM-PERIOD < 1 OR BM-PERIOD > 12)
                   MOVE 'PERIODE HORS 01-12' TO WS-REJECT-REASON
           END-EVALUATE

           IF WS-REJECT-REASON = SPACES
               COMPUTE WS-TARGET-PERIOD = BM-FISCAL-YEAR * 100 + 1
               IF BM-OP-SET-PERIOD
                   ADD BM-PERIOD TO WS-TARGET-PERIOD
                   SUBTRACT 1 FROM WS-TARGET-PERIOD
               END-IF
               IF WS-OPEN-PERIOD NOT = ZERO
                       AND WS-TARGET-PERIOD < WS-OPEN-PERIOD
                   MOVE 'PERIODE DEJA CLOTUREE AU GRAND LIVRE'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       210-LOCATE-BUDGET.
           MOVE 'N' TO WS-BUDGET-FOUND
           MOVE BM-FISCAL-YEAR TO BG-FISCAL-YEAR
           MOVE BM-GL-ACCOUNT TO BG-GL-ACCOUNT
           READ BUDGET-MASTER-FILE
               KEY IS BG-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-BUDGET-FOUND
           END-READ.

      *    Montant d'une periode ; la ligne est creee a la premiere
      *    periode chargee, ses autres periodes a zero.
       220-APPLY-SET-PERIOD.
           PERFORM 240-PREPARE-LINE
           IF WS-REJECT-REASON = SPACES
               MOVE BG-PERIOD-BUDGET(BM-PERIOD) TO WS-OLD-AMOUNT
               MOVE BM-AMOUNT TO BG-PERIOD-BUDGET(BM-PERIOD)
               MOVE BM-AMOUNT TO WS-NEW-AMOUNT
               PERFORM 260-STORE-BUDGET
           ELSE
               PERFORM 280-WRITE-ERROR
           END-IF.

      *    Montant annuel reparti : douze parts egales arrondies au
      *    centime, decembre recoit l'ecart pour que la somme des
      *    periodes egale le montant annuel.
       230-APPLY-SET-ANNUAL.
           PERFORM 240-PREPARE-LINE
           IF WS-REJECT-REASON = SPACES
               MOVE ZERO TO WS-OLD-AMOUNT
               PERFORM 231-ADD-OLD-PERIOD
                   VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > 12
               COMPUTE WS-MONTHLY-SHARE ROUNDED = BM-AMOUNT / 12
               MOVE ZERO TO WS-SPREAD-TOTAL
               PERFORM 232-SPREAD-ONE-PERIOD
                   VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > 11
               COMPUTE BG-PERIOD-BUDGET(12) =
                   BM-AMOUNT - WS-SPREAD-TOTAL
               MOVE BM-AMOUNT TO WS-NEW-AMOUNT
               PERFORM 260-STORE-BUDGET
           ELSE
               PERFORM 280-WRITE-ERROR
           END-IF.

       231-ADD-OLD-PERIOD.
           ADD BG-PERIOD-BUDGET(WS-PERIOD-IDX) TO WS-OLD-AMOUNT.

       232-SPREAD-ONE-PERIOD.
           MOVE WS-MONTHLY-SHARE TO BG-PERIOD-BUDGET(WS-PERIOD-IDX)
           ADD WS-MONTHLY-SHARE TO WS-SPREAD-TOTAL.

      *    Ligne existante : meme agence obligatoire, le groupe peut
      *    etre corrige. Ligne nouvelle : douze periodes a zero.
       240-PREPARE-LINE.
           IF BUDGET-EXISTS
               IF BG-BRANCH-CODE NOT = BM-BRANCH-CODE
                   MOVE 'COMPTE BUDGETE SOUS UNE AUTRE AGENCE'
                       TO WS-REJECT-REASON
               ELSE
                   IF BM-ACCOUNT-GROUP NOT = SPACES
                       MOVE BM-ACCOUNT-GROUP TO BG-ACCOUNT-GROUP
                   END-IF
               END-IF
           ELSE
               MOVE SPACES TO BUDGET-MASTER-RECORD
               MOVE BM-FISCAL-YEAR TO BG-FISCAL-YEAR
               MOVE BM-GL-ACCOUNT TO BG-GL-ACCOUNT
               MOVE BM-BRANCH-CODE TO BG-BRANCH-CODE
               IF BM-ACCOUNT-GROUP NOT = SPACES
                   MOVE BM-ACCOUNT-GROUP TO BG-ACCOUNT-GROUP
               ELSE
                   MOVE BM-GL-ACCOUNT(1:2) TO BG-ACCOUNT-GROUP
               END-IF
               PERFORM 241-ZERO-ONE-PERIOD
                   VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > 12
           END-IF.

       241-ZERO-ONE-PERIOD.
           MOVE ZERO TO BG-PERIOD-BUDGET(WS-PERIOD-IDX).

       250-APPLY-DELETE.
           IF NOT BUDGET-EXISTS
               MOVE 'LIGNE DE BUDGET INTROUVABLE' TO WS-REJECT-REASON
               PERFORM 280-WRITE-ERROR
           ELSE
               PERFORM 231-ADD-OLD-PERIOD
                   VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > 12
               DELETE BUDGET-MASTER-FILE
                   INVALID KEY
                       MOVE 'ERREUR SUPPRESSION BUDGET'
                           TO WS-REJECT-REASON
                       PERFORM 280-WRITE-ERROR
                   NOT INVALID KEY
                       PERFORM 270-WRITE-AUDIT
                       ADD 1 TO WS-OPS-APPLIED
                       ADD 1 TO WS-LINES-DELETED
               END-DELETE
           END-IF.

       260-STORE-BUDGET.
           MOVE WS-RUN-DATE TO BG-LAST-MAINT-DATE
           MOVE BM-SUBMITTER-ID TO BG-SUBMITTER-ID
           IF BUDGET-EXISTS
               REWRITE BUDGET-MASTER-RECORD
                   INVALID KEY
                       MOVE 'ERREUR REWRITE BUDGET' TO WS-REJECT-REASON
                       PERFORM 280-WRITE-ERROR
                   NOT INVALID KEY
                       PERFORM 270-WRITE-AUDIT
                       ADD 1 TO WS-OPS-APPLIED
               END-REWRITE
           ELSE
               WRITE BUDGET-MASTER-RECORD
                   INVALID KEY
                       MOVE 'ERREUR ECRITURE BUDGET' TO WS-REJECT-REASON
                       PERFORM 280-WRITE-ERROR
                   NOT INVALID KEY
                       PERFORM 270-WRITE-AUDIT
                       ADD 1 TO WS-OPS-APPLIED
                       ADD 1 TO WS-LINES-CREATED
               END-WRITE
           END-IF.

      *    Ancien et nouveau montant : la periode pour 'S', le total
      *    de l'exercice pour 'A' et 'D'.
       270-WRITE-AUDIT.
           MOVE WS-RUN-DATE TO BAU-RUN-DATE
           MOVE BM-OPERATION TO BAU-OPERATION
           MOVE BM-FISCAL-YEAR TO BAU-FISCAL-YEAR
           MOVE BM-GL-ACCOUNT TO BAU-GL-ACCOUNT
           MOVE BG-BRANCH-CODE TO BAU-BRANCH-CODE
           IF BM-OP-SET-PERIOD
               MOVE BM-PERIOD TO BAU-PERIOD
           ELSE
               MOVE ZERO TO BAU-PERIOD
           END-IF
           MOVE WS-OLD-AMOUNT TO BAU-OLD-AMOUNT
           MOVE WS-NEW-AMOUNT TO BAU-NEW-AMOUNT
           MOVE BM-SUBMITTER-ID TO BAU-SUBMITTER-ID

           WRITE BUDGET-AUDIT-RECORD.

       280-WRITE-ERROR.
           MOVE BM-OPERATION TO BER-OPERATION
           MOVE BM-FISCAL-YEAR TO BER-FISCAL-YEAR
           MOVE BM-GL-ACCOUNT TO BER-GL-ACCOUNT
           MOVE BM-BRANCH-CODE TO BER-BRANCH-CODE
           MOVE BM-PERIOD TO BER-PERIOD
           MOVE BM-SUBMITTER-ID TO BER-SUBMITTER-ID
           MOVE WS-REJECT-REASON TO BER-REASON

           WRITE BUDGET-ERROR-RECORD
           ADD 1 TO WS-OPS-REJECTED.

       300-FINALIZE.
           DISPLAY '*** FINALISATION MAINTENANCE DU BUDGET ***'

           PERFORM 310-PRINT-SUMMARY

           CLOSE BUDGET-MAINT-FILE
                 BUDGET-MASTER-FILE
                 BUDGET-AUDIT-FILE
                 BUDGET-ERROR-FILE

      *    Un chargement partiellement rejete doit etre revu avant
      *    l'etat du mois.
           IF RETURN-CODE = ZERO AND WS-OPS-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY '*** FIN MAINTENANCE DU BUDGET ***'.

       310-PRINT-SUMMARY.
           DISPLAY ' '
           DISPLAY '================================================'
           DISPLAY '  RAPPORT SOMMAIRE - MAINTENANCE DU BUDGET      '
           DISPLAY '================================================'
           DISPLAY 'OPERATIONS LUES        : ' WS-OPS-READ
           DISPLAY 'OPERATIONS APPLIQUEES  : ' WS-OPS-APPLIED
           DISPLAY 'OPERATIONS REJETEES    : ' WS-OPS-REJECTED
           DISPLAY 'LIGNES CREEES          : ' WS-LINES-CREATED
           DISPLAY 'LIGNES SUPPRIMEES      : ' WS-LINES-DELETED
           DISPLAY '================================================'
           DISPLAY ' '.

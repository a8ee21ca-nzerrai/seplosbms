       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYEEMNT.
       AUTHOR. BANKING SYSTEM TEAM.
      ******************************************************************
      * PILOTE DE MAINTENANCE DU REGISTRE DES BENEFICIAIRES             *
      * - Un beneficiaire de virement 'TF' est inscrit par compte       *
      *   donneur d'ordre : BANKTRAN rejette tout virement vers un      *
      *   compte absent du registre (E017) et plafonne les virements    *
      *   vers un beneficiaire inscrit depuis peu (E018)                *
      * - Un enregistrement d'operation par mouvement demande :         *
      *   'A' inscription, 'S' suspension, 'R' reactivation,            *
      *   'D' suppression                                               *
      * - L'inscription valide le compte donneur d'ordre contre         *
      *   ACCTIN (present et non ferme) ; une reinscription apres       *
      *   suppression repart de la date du run, la periode de carence   *
      *   recommence donc                                               *
      * - Les enregistrements supprimes restent au registre (statut     *
      *   'D') pour la piste de recherche des litiges                   *
      * - Chaque operation appliquee laisse une trace dans son propre   *
      *   fichier d'audit, chaque rejet dans son propre fichier         *
      *   d'erreurs, comme le fait ACCTMAINT                            *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYEE-MAINT-FILE
               ASSIGN TO PAYEEMNT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MNT-STATUS.

           SELECT MASTER-ACCOUNT-FILE
               ASSIGN TO ACCTIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MA-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

      *    Registre persistant, cle compte donneur d'ordre + compte
      *    beneficiaire, lu par BANKTRAN en 217-CHECK-REGISTERED-PAYEE.
           SELECT PAYEE-REGISTER-FILE
               ASSIGN TO PAYEEREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PYE-KEY
               FILE STATUS IS WS-PYE-STATUS.

           SELECT PAYEE-AUDIT-FILE
               ASSIGN TO PAYEEAUD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT PAYEE-ERROR-FILE
               ASSIGN TO PAYEEERR
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
      *    Une operation demandee par enregistrement. PM-SUBMITTER-ID
      *    identifie l'agent qui a saisi la demande, repris tel quel
      *    sur la piste d'audit et au registre.
       FD  PAYEE-MAINT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PAYEE-MAINT-RECORD.
           05  PM-OPERATION            PIC X(01).
               88  PM-OP-ADD           VALUE 'A'.
               88  PM-OP-SUSPEND       VALUE 'S'.
               88  PM-OP-REACTIVATE    VALUE 'R'.
               88  PM-OP-DELETE        VALUE 'D'.
           05  PM-SOURCE-ACCOUNT       PIC 9(12).
           05  PM-PAYEE-ACCOUNT        PIC 9(12).
           05  PM-PAYEE-NAME           PIC X(30).
           05  PM-SUBMITTER-ID         PIC X(8).
           05  FILLER                  PIC X(17).

      *    Meme disposition que dans BANKTRAN.
       FD  MASTER-ACCOUNT-FILE
           RECORDING MODE IS F.
       01  MASTER-ACCOUNT-RECORD.
           05  MA-ACCOUNT-NUMBER       PIC 9(12).
           05  MA-CUST-ID              PIC 9(10).
           05  MA-CUSTOMER-NAME        PIC X(50).
           05  MA-ACCOUNT-TYPE         PIC X(02).
               88  MA-CHECKING         VALUE 'CK'.
               88  MA-SAVINGS          VALUE 'SV'.
               88  MA-INVESTMENT       VALUE 'IN'.
               88  MA-TERM-DEPOSIT     VALUE 'TD'.
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

      *    Un beneficiaire par compte donneur d'ordre. La date
      *    d'inscription ouvre la periode de carence de BANKTRAN ; une
      *    suspension puis une reactivation la conservent.
       FD  PAYEE-REGISTER-FILE
           RECORDING MODE IS F.
       01  PAYEE-REGISTER-RECORD.
           05  PYE-KEY.
               10  PYE-SOURCE-ACCOUNT  PIC 9(12).
               10  PYE-PAYEE-ACCOUNT   PIC 9(12).
           05  PYE-PAYEE-NAME          PIC X(30).
           05  PYE-REGISTERED-DATE     PIC 9(8).
           05  PYE-STATUS-CODE         PIC X(01).
               88  PYE-ACTIVE          VALUE 'A'.
               88  PYE-SUSPENDED       VALUE 'S'.
               88  PYE-DELETED         VALUE 'D'.
           05  PYE-LAST-MAINT-DATE     PIC 9(8).
           05  PYE-SUBMITTER-ID        PIC X(8).
           05  FILLER                  PIC X(11).

       FD  PAYEE-AUDIT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PAYEE-AUDIT-RECORD.
           05  PAU-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  PAU-OPERATION           PIC X(01).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  PAU-SOURCE-ACCOUNT      PIC 9(12).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  PAU-PAYEE-ACCOUNT       PIC 9(12).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  PAU-SUBMITTER-ID        PIC X(8).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  PAU-OLD-STATUS          PIC X(01).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  PAU-NEW-STATUS          PIC X(01).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  PAU-REGISTERED-DATE     PIC 9(08).
           05  FILLER                  PIC X(10) VALUE SPACES.

       FD  PAYEE-ERROR-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PAYEE-ERROR-RECORD.
           05  PER-OPERATION           PIC X(01).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  PER-SOURCE-ACCOUNT      PIC 9(12).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  PER-PAYEE-ACCOUNT       PIC 9(12).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  PER-SUBMITTER-ID        PIC X(8).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  PER-REASON              PIC X(40).
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
           05  WS-ACCT-STATUS          PIC X(02) VALUE SPACES.
           05  WS-PYE-STATUS           PIC X(02) VALUE SPACES.
           05  WS-AUD-STATUS           PIC X(02) VALUE SPACES.
           05  WS-ERR-STATUS           PIC X(02) VALUE SPACES.
           05  WS-BIZ-STATUS           PIC X(02) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-OPS-READ             PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-OPS-APPLIED          PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-OPS-REJECTED         PIC 9(7) COMP-3 VALUE ZERO.

       01  WS-RUN-DATE                 PIC 9(8).

       01  WS-FLAGS.
           05  WS-PAYEE-FOUND          PIC X(01) VALUE 'N'.
               88  PAYEE-EXISTS        VALUE 'Y'.
           05  WS-OLD-STATUS           PIC X(01) VALUE SPACE.

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
           DISPLAY '*** DEBUT MAINTENANCE REGISTRE BENEFICIAIRES ***'
           OPEN INPUT  PAYEE-MAINT-FILE
                       MASTER-ACCOUNT-FILE
           OPEN OUTPUT PAYEE-AUDIT-FILE
                       PAYEE-ERROR-FILE

      *    Le registre persiste de run en run ; cree au tout premier
      *    passage, comme la table de detention d'ACCTMAINT.
           OPEN I-O PAYEE-REGISTER-FILE
           IF WS-PYE-STATUS = '35'
               OPEN OUTPUT PAYEE-REGISTER-FILE
               CLOSE PAYEE-REGISTER-FILE
               OPEN I-O PAYEE-REGISTER-FILE
           END-IF

           IF WS-PYE-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE REGISTRE BENEFICIAIRES: '
                       WS-PYE-STATUS
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
           READ PAYEE-MAINT-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-MAINT
               NOT AT END
                   ADD 1 TO WS-OPS-READ
           END-READ.

       200-PROCESS-OPERATIONS.
           IF NOT END-OF-MAINT
               MOVE SPACES TO WS-REJECT-REASON
               PERFORM 210-LOCATE-PAYEE
               EVALUATE TRUE
                   WHEN PM-OP-ADD
                       PERFORM 220-APPLY-ADD
                   WHEN PM-OP-SUSPEND
                       PERFORM 230-APPLY-SUSPEND
                   WHEN PM-OP-REACTIVATE
                       PERFORM 240-APPLY-REACTIVATE
                   WHEN PM-OP-DELETE
                       PERFORM 250-APPLY-DELETE
                   WHEN OTHER
                       MOVE 'CODE OPERATION INCONNU' TO WS-REJECT-REASON
                       PERFORM 280-WRITE-ERROR
               END-EVALUATE
               PERFORM 110-READ-MAINT-OPERATION
           END-IF.

       210-LOCATE-PAYEE.
           MOVE 'N' TO WS-PAYEE-FOUND
           MOVE SPACE TO WS-OLD-STATUS
           MOVE PM-SOURCE-ACCOUNT TO PYE-SOURCE-ACCOUNT
           MOVE PM-PAYEE-ACCOUNT TO PYE-PAYEE-ACCOUNT
           READ PAYEE-REGISTER-FILE
               KEY IS PYE-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PAYEE-FOUND
                   MOVE PYE-STATUS-CODE TO WS-OLD-STATUS
           END-READ.

      *    Inscription : le compte donneur d'ordre doit exister et ne
      *    pas etre ferme, le beneficiaire ne peut pas etre le compte
      *    lui-meme. Un beneficiaire supprime se reinscrit (nouvelle
      *    date, nouvelle carence) ; un beneficiaire encore actif ou
      *    suspendu est rejete en double.
       220-APPLY-ADD.
           MOVE PM-SOURCE-ACCOUNT TO MA-ACCOUNT-NUMBER
           READ MASTER-ACCOUNT-FILE
               KEY IS MA-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE 'COMPTE DONNEUR D ORDRE INCONNU'
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF MA-CLOSED
                       MOVE 'COMPTE DONNEUR D ORDRE FERME'
                           TO WS-REJECT-REASON
                   END-IF
           END-READ

           IF WS-REJECT-REASON = SPACES
               IF PM-PAYEE-ACCOUNT = ZERO
                       OR PM-PAYEE-ACCOUNT = PM-SOURCE-ACCOUNT
                   MOVE 'COMPTE BENEFICIAIRE INVALIDE'
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               IF PAYEE-EXISTS AND NOT PYE-DELETED
                   MOVE 'BENEFICIAIRE DEJA INSCRIT' TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 280-WRITE-ERROR
           ELSE
               MOVE PM-SOURCE-ACCOUNT TO PYE-SOURCE-ACCOUNT
               MOVE PM-PAYEE-ACCOUNT TO PYE-PAYEE-ACCOUNT
               MOVE PM-PAYEE-NAME TO PYE-PAYEE-NAME
               MOVE WS-RUN-DATE TO PYE-REGISTERED-DATE
               MOVE 'A' TO PYE-STATUS-CODE
               MOVE WS-RUN-DATE TO PYE-LAST-MAINT-DATE
               MOVE PM-SUBMITTER-ID TO PYE-SUBMITTER-ID
               IF PAYEE-EXISTS
                   PERFORM 260-REWRITE-PAYEE
               ELSE
                   WRITE PAYEE-REGISTER-RECORD
                       INVALID KEY
                           MOVE 'ERREUR ECRITURE REGISTRE'
                               TO WS-REJECT-REASON
                           PERFORM 280-WRITE-ERROR
                       NOT INVALID KEY
                           PERFORM 270-WRITE-AUDIT
                           ADD 1 TO WS-OPS-APPLIED
                   END-WRITE
               END-IF
           END-IF.

      *    Suspension : le beneficiaire reste inscrit mais BANKTRAN le
      *    traite comme absent (E017) jusqu'a reactivation.
       230-APPLY-SUSPEND.
           IF NOT PAYEE-EXISTS OR PYE-DELETED
               MOVE 'BENEFICIAIRE INTROUVABLE' TO WS-REJECT-REASON
               PERFORM 280-WRITE-ERROR
           ELSE
               IF PYE-SUSPENDED
                   MOVE 'BENEFICIAIRE DEJA SUSPENDU' TO WS-REJECT-REASON
                   PERFORM 280-WRITE-ERROR
               ELSE
                   MOVE 'S' TO PYE-STATUS-CODE
                   PERFORM 255-STAMP-MAINTENANCE
                   PERFORM 260-REWRITE-PAYEE
               END-IF
           END-IF.

      *    Reactivation d'une suspension : la date d'inscription
      *    d'origine est conservee, pas de nouvelle carence.
       240-APPLY-REACTIVATE.
           IF NOT PAYEE-EXISTS OR NOT PYE-SUSPENDED
               MOVE 'BENEFICIAIRE NON SUSPENDU' TO WS-REJECT-REASON
               PERFORM 280-WRITE-ERROR
           ELSE
               MOVE 'A' TO PYE-STATUS-CODE
               PERFORM 255-STAMP-MAINTENANCE
               PERFORM 260-REWRITE-PAYEE
           END-IF.

       250-APPLY-DELETE.
           IF NOT PAYEE-EXISTS OR PYE-DELETED
               MOVE 'BENEFICIAIRE INTROUVABLE' TO WS-REJECT-REASON
               PERFORM 280-WRITE-ERROR
           ELSE
               MOVE 'D' TO PYE-STATUS-CODE
               PERFORM 255-STAMP-MAINTENANCE
               PERFORM 260-REWRITE-PAYEE
           END-IF.

       255-STAMP-MAINTENANCE.
           MOVE WS-RUN-DATE TO PYE-LAST-MAINT-DATE
           MOVE PM-SUBMITTER-ID TO PYE-SUBMITTER-ID.

       260-REWRITE-PAYEE.
           REWRITE PAYEE-REGISTER-RECORD
               INVALID KEY
                   MOVE 'ERREUR REWRITE REGISTRE' TO WS-REJECT-REASON
                   PERFORM 280-WRITE-ERROR
               NOT INVALID KEY
                   PERFORM 270-WRITE-AUDIT
                   ADD 1 TO WS-OPS-APPLIED
           END-REWRITE.

       270-WRITE-AUDIT.
           MOVE WS-RUN-DATE TO PAU-RUN-DATE
           MOVE PM-OPERATION TO PAU-OPERATION
           MOVE PM-SOURCE-ACCOUNT TO PAU-SOURCE-ACCOUNT
           MOVE PM-PAYEE-ACCOUNT TO PAU-PAYEE-ACCOUNT
           MOVE PM-SUBMITTER-ID TO PAU-SUBMITTER-ID
           MOVE WS-OLD-STATUS TO PAU-OLD-STATUS
           MOVE PYE-STATUS-CODE TO PAU-NEW-STATUS
           MOVE PYE-REGISTERED-DATE TO PAU-REGISTERED-DATE

           WRITE PAYEE-AUDIT-RECORD.

       280-WRITE-ERROR.
           MOVE PM-OPERATION TO PER-OPERATION
           MOVE PM-SOURCE-ACCOUNT TO PER-SOURCE-ACCOUNT
           MOVE PM-PAYEE-ACCOUNT TO PER-PAYEE-ACCOUNT
           MOVE PM-SUBMITTER-ID TO PER-SUBMITTER-ID
           MOVE WS-REJECT-REASON TO PER-REASON

           WRITE PAYEE-ERROR-RECORD
           ADD 1 TO WS-OPS-REJECTED.

       300-FINALIZE.
           DISPLAY '*** FINALISATION MAINTENANCE BENEFICIAIRES ***'

           PERFORM 310-PRINT-SUMMARY

           CLOSE PAYEE-MAINT-FILE
                 MASTER-ACCOUNT-FILE
                 PAYEE-REGISTER-FILE
                 PAYEE-AUDIT-FILE
                 PAYEE-ERROR-FILE

           DISPLAY '*** FIN MAINTENANCE REGISTRE BENEFICIAIRES ***'.

       310-PRINT-SUMMARY.
           DISPLAY ' '
           DISPLAY '================================================'
           DISPLAY '  RAPPORT SOMMAIRE - REGISTRE BENEFICIAIRES    '
           DISPLAY '================================================'
           DISPLAY 'OPERATIONS LUES        : ' WS-OPS-READ
           DISPLAY 'OPERATIONS APPLIQUEES  : ' WS-OPS-APPLIED
           DISPLAY 'OPERATIONS REJETEES    : ' WS-OPS-REJECTED
           DISPLAY '================================================'
           DISPLAY ' '.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAMAINT.
       AUTHOR. BANKING SYSTEM TEAM.
      ******************************************************************
      * MAINTENANCE DU REGISTRE DES IMMOBILISATIONS                     *
      * - Materiel d'agence, GAB et agencements etaient immobilises sur *
      *   un tableur ; ils sont tenus ici dans FAMAST, amorti chaque    *
      *   mois par FADEPR                                               *
      * - Operations : 'A' acquisition (cree la fiche), 'T' transfert   *
      *   vers une autre agence, 'I' depreciation exceptionnelle, 'D'   *
      *   cession ou mise au rebut (prix de cession, zero si rebut)     *
      * - Aucune ecriture comptable ici : chaque operation laisse sur   *
      *   la fiche ce qui reste a comptabiliser (acquisition, agence    *
      *   d'origine du transfert, montant de depreciation, cession en   *
      *   attente) ; FADEPR passe les pieces au prochain run            *
      * - Controles : fiche inconnue ou deja existante, fiche cedee ou  *
      *   en cours de cession, agence et categorie renseignees, cout    *
      *   et duree de vie positifs, methode 'S' lineaire ou 'D'         *
      *   degressive, valeur residuelle inferieure au cout,             *
      *   depreciation au plus egale a la valeur nette comptable        *
      * - Piste d'audit et fichier d'erreurs propres, comme PAYEEMNT    *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSET-MAINT-FILE
               ASSIGN TO FATRAN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MNT-STATUS.

      *    Registre persistant, cle numero d'immobilisation.
           SELECT FIXED-ASSET-FILE
               ASSIGN TO FAMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FA-ASSET-ID
               FILE STATUS IS WS-FAM-STATUS.

           SELECT ASSET-AUDIT-FILE
               ASSIGN TO FAAUD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT ASSET-ERROR-FILE
               ASSIGN TO FAERR
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
      *    Une operation par enregistrement ; seules les zones utiles
      *    a l'operation sont lues (FT-AMOUNT : depreciation pour 'I',
      *    prix de cession pour 'D' ; FT-BRANCH-CODE : agence de
      *    destination pour 'T').
       FD  ASSET-MAINT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ASSET-MAINT-RECORD.
           05  FT-OPERATION            PIC X(01).
               88  FT-OP-ACQUISITION   VALUE 'A'.
               88  FT-OP-TRANSFER      VALUE 'T'.
               88  FT-OP-IMPAIRMENT    VALUE 'I'.
               88  FT-OP-DISPOSAL      VALUE 'D'.
           05  FT-ASSET-ID             PIC X(12).
           05  FT-DESCRIPTION          PIC X(30).
           05  FT-BRANCH-CODE          PIC X(06).
           05  FT-CATEGORY             PIC X(02).
           05  FT-COST                 PIC 9(11)V99.
           05  FT-IN-SERVICE-DATE      PIC 9(08).
           05  FT-USEFUL-LIFE          PIC 9(03).
           05  FT-METHOD               PIC X(01).
           05  FT-SALVAGE-VALUE        PIC 9(11)V99.
           05  FT-AMOUNT               PIC 9(11)V99.
           05  FT-EFFECTIVE-DATE       PIC 9(08).
           05  FT-SUBMITTER-ID         PIC X(08).
           05  FILLER                  PIC X(12).

      *    Fiche d'immobilisation, lue et mise a jour par FADEPR.
      *    Duree de vie en mois ; la categorie (EQ materiel, AT GAB,
      *    AM agencements...) est le type de compte de COAMAP.
       FD  FIXED-ASSET-FILE
           RECORDING MODE IS F.
       01  FIXED-ASSET-RECORD.
           05  FA-ASSET-ID             PIC X(12).
           05  FA-DESCRIPTION          PIC X(30).
           05  FA-BRANCH-CODE          PIC X(06).
           05  FA-CATEGORY             PIC X(02).
           05  FA-COST                 PIC 9(11)V99 COMP-3.
           05  FA-IN-SERVICE-DATE      PIC 9(08).
           05  FA-USEFUL-LIFE          PIC 9(03).
           05  FA-METHOD               PIC X(01).
               88  FA-STRAIGHT-LINE    VALUE 'S'.
               88  FA-DECLINING-BALANCE VALUE 'D'.
           05  FA-SALVAGE-VALUE        PIC 9(11)V99 COMP-3.
           05  FA-ACCUM-DEPRECIATION   PIC 9(11)V99 COMP-3.
           05  FA-IMPAIRMENT-TOTAL     PIC 9(11)V99 COMP-3.
           05  FA-MONTHS-DEPRECIATED   PIC 9(03).
           05  FA-LAST-DEPR-PERIOD     PIC 9(06).
           05  FA-LAST-DEPR-AMOUNT     PIC 9(11)V99 COMP-3.
           05  FA-STATUS-CODE          PIC X(01).
               88  FA-ACTIVE           VALUE 'A'.
               88  FA-DISPOSAL-PENDING VALUE 'X'.
               88  FA-DISPOSED         VALUE 'D'.
           05  FA-DISPOSAL-DATE        PIC 9(08).
           05  FA-DISPOSAL-PROCEEDS    PIC 9(11)V99 COMP-3.
           05  FA-DISPOSAL-RESULT      PIC S9(11)V99 COMP-3.
      *    Ce que FADEPR doit encore comptabiliser.
           05  FA-PENDING-POSTINGS.
               10  FA-PEND-ACQUISITION PIC X(01).
                   88  FA-ACQUISITION-PENDING VALUE 'Y'.
               10  FA-PEND-FROM-BRANCH PIC X(06).
               10  FA-PEND-IMPAIRMENT  PIC 9(11)V99 COMP-3.
           05  FA-LAST-MAINT-DATE      PIC 9(08).
           05  FA-SUBMITTER-ID         PIC X(08).
           05  FILLER                  PIC X(10).

       FD  ASSET-AUDIT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ASSET-AUDIT-RECORD.
           05  FAU-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  FAU-OPERATION           PIC X(01).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  FAU-ASSET-ID            PIC X(12).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  FAU-OLD-BRANCH          PIC X(06).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  FAU-NEW-BRANCH          PIC X(06).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  FAU-CATEGORY            PIC X(02).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  FAU-NET-BOOK-VALUE      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  FAU-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  FAU-SUBMITTER-ID        PIC X(08).
           05  FILLER                  PIC X(10) VALUE SPACES.

       FD  ASSET-ERROR-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ASSET-ERROR-RECORD.
           05  FER-OPERATION           PIC X(01).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  FER-ASSET-ID            PIC X(12).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  FER-BRANCH-CODE         PIC X(06).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  FER-CATEGORY            PIC X(02).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  FER-SUBMITTER-ID        PIC X(08).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  FER-REASON              PIC X(40).
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
           05  WS-FAM-STATUS           PIC X(02) VALUE SPACES.
           05  WS-AUD-STATUS           PIC X(02) VALUE SPACES.
           05  WS-ERR-STATUS           PIC X(02) VALUE SPACES.
           05  WS-BIZ-STATUS           PIC X(02) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-OPS-READ             PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-OPS-APPLIED          PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-OPS-REJECTED         PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-ACQUISITIONS         PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-TRANSFERS            PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-IMPAIRMENTS          PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-DISPOSALS            PIC 9(7) COMP-3 VALUE ZERO.

       01  WS-RUN-DATE                 PIC 9(8).

       01  WS-WORK-FIELDS.
           05  WS-NET-BOOK-VALUE       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-OLD-BRANCH           PIC X(06) VALUE SPACES.
           05  WS-AUDIT-AMOUNT         PIC 9(11)V99 COMP-3 VALUE ZERO.
           05  WS-IN-SERVICE-MONTH     PIC 9(02) VALUE ZERO.

       01  WS-FLAGS.
           05  WS-ASSET-FOUND          PIC X(01) VALUE 'N'.
               88  ASSET-EXISTS        VALUE 'Y'.

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
           DISPLAY '*** DEBUT MAINTENANCE DES IMMOBILISATIONS ***'
           OPEN INPUT  ASSET-MAINT-FILE
           OPEN OUTPUT ASSET-AUDIT-FILE
                       ASSET-ERROR-FILE

      *    Le registre persiste ; cree a la toute premiere reprise.
           OPEN I-O FIXED-ASSET-FILE
           IF WS-FAM-STATUS = '35'
               OPEN OUTPUT FIXED-ASSET-FILE
               CLOSE FIXED-ASSET-FILE
               OPEN I-O FIXED-ASSET-FILE
           END-IF

           IF WS-FAM-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE REGISTRE IMMOBILISATIONS: '
                       WS-FAM-STATUS
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
           READ ASSET-MAINT-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-MAINT
               NOT AT END
                   ADD 1 TO WS-OPS-READ
           END-READ.

       200-PROCESS-OPERATIONS.
           IF NOT END-OF-MAINT
               MOVE SPACES TO WS-REJECT-REASON
               MOVE ZERO TO WS-NET-BOOK-VALUE WS-AUDIT-AMOUNT
               PERFORM 205-VALIDATE-OPERATION
               IF WS-REJECT-REASON = SPACES
                   PERFORM 210-LOCATE-ASSET
                   EVALUATE TRUE
                       WHEN FT-OP-ACQUISITION
                           PERFORM 220-APPLY-ACQUISITION
                       WHEN FT-OP-TRANSFER
                           PERFORM 230-APPLY-TRANSFER
                       WHEN FT-OP-IMPAIRMENT
                           PERFORM 240-APPLY-IMPAIRMENT
                       WHEN FT-OP-DISPOSAL
                           PERFORM 250-APPLY-DISPOSAL
                   END-EVALUATE
               ELSE
                   PERFORM 280-WRITE-ERROR
               END-IF
               PERFORM 110-READ-MAINT-OPERATION
           END-IF.

      *    Controles de forme ; ceux qui dependent de la fiche sont
      *    faits par operation.
       205-VALIDATE-OPERATION.
           EVALUATE TRUE
               WHEN NOT FT-OP-ACQUISITION AND NOT FT-OP-TRANSFER
                       AND NOT FT-OP-IMPAIRMENT AND NOT FT-OP-DISPOSAL
                   MOVE 'CODE OPERATION INCONNU' TO WS-REJECT-REASON
               WHEN FT-ASSET-ID = SPACES
                   MOVE 'NUMERO D''IMMOBILISATION ABSENT'
                       TO WS-REJECT-REASON
               WHEN FT-OP-ACQUISITION
                   PERFORM 206-VALIDATE-ACQUISITION
               WHEN FT-OP-TRANSFER AND FT-BRANCH-CODE = SPACES
                   MOVE 'AGENCE DE DESTINATION ABSENTE'
                       TO WS-REJECT-REASON
               WHEN FT-OP-IMPAIRMENT
                       AND (FT-AMOUNT NOT NUMERIC
                           OR FT-AMOUNT = ZERO)
                   MOVE 'MONTANT DE DEPRECIATION INVALIDE'
                       TO WS-REJECT-REASON
               WHEN FT-OP-DISPOSAL AND FT-AMOUNT NOT NUMERIC
                   MOVE 'PRIX DE CESSION NON NUMERIQUE'
                       TO WS-REJECT-REASON
           END-EVALUATE.

       206-VALIDATE-ACQUISITION.
           IF FT-IN-SERVICE-DATE NUMERIC
               MOVE FT-IN-SERVICE-DATE(5:2) TO WS-IN-SERVICE-MONTH
           ELSE
               MOVE ZERO TO WS-IN-SERVICE-MONTH
           END-IF

           EVALUATE TRUE
               WHEN FT-BRANCH-CODE = SPACES
                   MOVE 'AGENCE ABSENTE' TO WS-REJECT-REASON
               WHEN FT-CATEGORY = SPACES
                   MOVE 'CATEGORIE ABSENTE' TO WS-REJECT-REASON
               WHEN FT-COST NOT NUMERIC OR FT-COST = ZERO
                   MOVE 'COUT D''ACQUISITION INVALIDE'
                       TO WS-REJECT-REASON
               WHEN WS-IN-SERVICE-MONTH < 1
                       OR WS-IN-SERVICE-MONTH > 12
                   MOVE 'DATE DE MISE EN SERVICE INVALIDE'
                       TO WS-REJECT-REASON
               WHEN FT-USEFUL-LIFE NOT NUMERIC
                       OR FT-USEFUL-LIFE = ZERO
                   MOVE 'DUREE DE VIE INVALIDE' TO WS-REJECT-REASON
               WHEN FT-METHOD NOT = 'S' AND FT-METHOD NOT = 'D'
                   MOVE 'METHODE D''AMORTISSEMENT INCONNUE'
                       TO WS-REJECT-REASON
               WHEN FT-SALVAGE-VALUE NOT NUMERIC
                       OR FT-SALVAGE-VALUE NOT < FT-COST
                   MOVE 'VALEUR RESIDUELLE INVALIDE'
                       TO WS-REJECT-REASON
           END-EVALUATE.

       210-LOCATE-ASSET.
           MOVE 'N' TO WS-ASSET-FOUND
           MOVE FT-ASSET-ID TO FA-ASSET-ID
           READ FIXED-ASSET-FILE
               KEY IS FA-ASSET-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ASSET-FOUND
                   MOVE FA-BRANCH-CODE TO WS-OLD-BRANCH
                   COMPUTE WS-NET-BOOK-VALUE =
                       FA-COST - FA-ACCUM-DEPRECIATION
                       - FA-IMPAIRMENT-TOTAL
           END-READ.

      *    La fiche est creee a zero d'amortissement ; le cout reste
      *    a comptabiliser par FADEPR.
       220-APPLY-ACQUISITION.
           IF ASSET-EXISTS
               MOVE 'IMMOBILISATION DEJA ENREGISTREE'
                   TO WS-REJECT-REASON
               PERFORM 280-WRITE-ERROR
           ELSE
               MOVE SPACES TO FIXED-ASSET-RECORD
               MOVE FT-ASSET-ID TO FA-ASSET-ID
               MOVE FT-DESCRIPTION TO FA-DESCRIPTION
               MOVE FT-BRANCH-CODE TO FA-BRANCH-CODE
               MOVE FT-CATEGORY TO FA-CATEGORY
               MOVE FT-COST TO FA-COST
               MOVE FT-IN-SERVICE-DATE TO FA-IN-SERVICE-DATE
               MOVE FT-USEFUL-LIFE TO FA-USEFUL-LIFE
               MOVE FT-METHOD TO FA-METHOD
               MOVE FT-SALVAGE-VALUE TO FA-SALVAGE-VALUE
               MOVE ZERO TO FA-ACCUM-DEPRECIATION
                            FA-IMPAIRMENT-TOTAL
                            FA-MONTHS-DEPRECIATED
                            FA-LAST-DEPR-PERIOD
                            FA-LAST-DEPR-AMOUNT
                            FA-DISPOSAL-DATE
                            FA-DISPOSAL-PROCEEDS
                            FA-DISPOSAL-RESULT
                            FA-PEND-IMPAIRMENT
               MOVE 'A' TO FA-STATUS-CODE
               MOVE 'Y' TO FA-PEND-ACQUISITION
               MOVE SPACES TO WS-OLD-BRANCH
               MOVE FT-COST TO WS-AUDIT-AMOUNT
               MOVE WS-RUN-DATE TO FA-LAST-MAINT-DATE
               MOVE FT-SUBMITTER-ID TO FA-SUBMITTER-ID
               WRITE FIXED-ASSET-RECORD
                   INVALID KEY
                       MOVE 'ERREUR ECRITURE IMMOBILISATION'
                           TO WS-REJECT-REASON
                       PERFORM 280-WRITE-ERROR
                   NOT INVALID KEY
                       PERFORM 270-WRITE-AUDIT
                       ADD 1 TO WS-OPS-APPLIED
                       ADD 1 TO WS-ACQUISITIONS
               END-WRITE
           END-IF.

      *    Seule la premiere agence d'origine non encore comptabilisee
      *    est retenue : deux transferts dans le mois ne font qu'un
      *    mouvement d'origine a destination. Une acquisition non
      *    encore comptabilisee part directement sous la nouvelle
      *    agence.
       230-APPLY-TRANSFER.
           PERFORM 260-CHECK-ACTIVE-ASSET
           IF WS-REJECT-REASON = SPACES
                   AND FT-BRANCH-CODE = FA-BRANCH-CODE
               MOVE 'IMMOBILISATION DEJA DANS CETTE AGENCE'
                   TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF NOT FA-ACQUISITION-PENDING
                       AND FA-PEND-FROM-BRANCH = SPACES
                   MOVE FA-BRANCH-CODE TO FA-PEND-FROM-BRANCH
               END-IF
               IF FA-PEND-FROM-BRANCH = FT-BRANCH-CODE
                   MOVE SPACES TO FA-PEND-FROM-BRANCH
               END-IF
               MOVE FT-BRANCH-CODE TO FA-BRANCH-CODE
               MOVE WS-NET-BOOK-VALUE TO WS-AUDIT-AMOUNT
               ADD 1 TO WS-TRANSFERS
               PERFORM 265-STORE-ASSET
           ELSE
               PERFORM 280-WRITE-ERROR
           END-IF.

      *    La depreciation reduit tout de suite la valeur nette de la
      *    fiche ; la piece suit au prochain run de FADEPR.
       240-APPLY-IMPAIRMENT.
           PERFORM 260-CHECK-ACTIVE-ASSET
           IF WS-REJECT-REASON = SPACES
                   AND FT-AMOUNT > WS-NET-BOOK-VALUE
               MOVE 'DEPRECIATION SUPERIEURE A LA VALEUR NETTE'
                   TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               ADD FT-AMOUNT TO FA-IMPAIRMENT-TOTAL
                                FA-PEND-IMPAIRMENT
               MOVE FT-AMOUNT TO WS-AUDIT-AMOUNT
               ADD 1 TO WS-IMPAIRMENTS
               PERFORM 265-STORE-ASSET
           ELSE
               PERFORM 280-WRITE-ERROR
           END-IF.

      *    Cession en attente : FADEPR solde la fiche et constate la
      *    plus ou moins-value au prochain run. Date de cession a
      *    blanc : la date du jour.
       250-APPLY-DISPOSAL.
           PERFORM 260-CHECK-ACTIVE-ASSET
           IF WS-REJECT-REASON = SPACES
               MOVE 'X' TO FA-STATUS-CODE
               MOVE FT-AMOUNT TO FA-DISPOSAL-PROCEEDS
               IF FT-EFFECTIVE-DATE NUMERIC
                       AND FT-EFFECTIVE-DATE > ZERO
                   MOVE FT-EFFECTIVE-DATE TO FA-DISPOSAL-DATE
               ELSE
                   MOVE WS-RUN-DATE TO FA-DISPOSAL-DATE
               END-IF
               MOVE FT-AMOUNT TO WS-AUDIT-AMOUNT
               ADD 1 TO WS-DISPOSALS
               PERFORM 265-STORE-ASSET
           ELSE
               PERFORM 280-WRITE-ERROR
           END-IF.

       260-CHECK-ACTIVE-ASSET.
           EVALUATE TRUE
               WHEN NOT ASSET-EXISTS
                   MOVE 'IMMOBILISATION INTROUVABLE'
                       TO WS-REJECT-REASON
               WHEN FA-DISPOSAL-PENDING
                   MOVE 'CESSION DEJA EN COURS' TO WS-REJECT-REASON
               WHEN NOT FA-ACTIVE
                   MOVE 'IMMOBILISATION CEDEE' TO WS-REJECT-REASON
           END-EVALUATE.

       265-STORE-ASSET.
           MOVE WS-RUN-DATE TO FA-LAST-MAINT-DATE
           MOVE FT-SUBMITTER-ID TO FA-SUBMITTER-ID
           REWRITE FIXED-ASSET-RECORD
               INVALID KEY
                   MOVE 'ERREUR REWRITE IMMOBILISATION'
                       TO WS-REJECT-REASON
                   PERFORM 280-WRITE-ERROR
               NOT INVALID KEY
                   PERFORM 270-WRITE-AUDIT
                   ADD 1 TO WS-OPS-APPLIED
           END-REWRITE.

      *    Valeur nette avant l'operation et montant de l'operation
      *    (cout, depreciation ou prix de cession).
       270-WRITE-AUDIT.
           MOVE WS-RUN-DATE TO FAU-RUN-DATE
           MOVE FT-OPERATION TO FAU-OPERATION
           MOVE FA-ASSET-ID TO FAU-ASSET-ID
           MOVE WS-OLD-BRANCH TO FAU-OLD-BRANCH
           MOVE FA-BRANCH-CODE TO FAU-NEW-BRANCH
           MOVE FA-CATEGORY TO FAU-CATEGORY
           MOVE WS-NET-BOOK-VALUE TO FAU-NET-BOOK-VALUE
           MOVE WS-AUDIT-AMOUNT TO FAU-AMOUNT
           MOVE FT-SUBMITTER-ID TO FAU-SUBMITTER-ID

           WRITE ASSET-AUDIT-RECORD.

       280-WRITE-ERROR.
           MOVE FT-OPERATION TO FER-OPERATION
           MOVE FT-ASSET-ID TO FER-ASSET-ID
           MOVE FT-BRANCH-CODE TO FER-BRANCH-CODE
           MOVE FT-CATEGORY TO FER-CATEGORY
           MOVE FT-SUBMITTER-ID TO FER-SUBMITTER-ID
           MOVE WS-REJECT-REASON TO FER-REASON

           WRITE ASSET-ERROR-RECORD
           ADD 1 TO WS-OPS-REJECTED.

       300-FINALIZE.
           DISPLAY '*** FINALISATION MAINTENANCE IMMOBILISATIONS ***'

           PERFORM 310-PRINT-SUMMARY

           CLOSE ASSET-MAINT-FILE
                 FIXED-ASSET-FILE
                 ASSET-AUDIT-FILE
                 ASSET-ERROR-FILE

      *    Une operation rejetee doit etre reprise avant le run
      *    d'amortissement du mois.
           IF RETURN-CODE = ZERO AND WS-OPS-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY '*** FIN MAINTENANCE DES IMMOBILISATIONS ***'.

       310-PRINT-SUMMARY.
           DISPLAY ' '
           DISPLAY '================================================'
           DISPLAY '  RAPPORT SOMMAIRE - MAINTENANCE IMMOBILISATIONS'
           DISPLAY '================================================'
           DISPLAY 'OPERATIONS LUES        : ' WS-OPS-READ
           DISPLAY 'OPERATIONS APPLIQUEES  : ' WS-OPS-APPLIED
           DISPLAY 'OPERATIONS REJETEES    : ' WS-OPS-REJECTED
           DISPLAY 'ACQUISITIONS           : ' WS-ACQUISITIONS
           DISPLAY 'TRANSFERTS             : ' WS-TRANSFERS
           DISPLAY 'DEPRECIATIONS          : ' WS-IMPAIRMENTS
           DISPLAY 'CESSIONS               : ' WS-DISPOSALS
           DISPLAY '================================================'
           DISPLAY ' '.

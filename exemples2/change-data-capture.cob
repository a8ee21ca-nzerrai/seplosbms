       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCEXTR.
       AUTHOR. BANKING SYSTEM TEAM.
      ******************************************************************
      * EXTRAIT DELTA CLIENTS / COMPTES POUR LE CRM ET L'ENTREPOT       *
      * - Remplace la copie integrale de nuit : compare CUSTOMER-FILE   *
      *   et MASTER-ACCOUNT-FILE du jour a la generation precedente     *
      *   (CDCCUSTP / CDCACCTP, dechargees par le passage precedent) et *
      *   n'emet que les creations 'A', modifications 'C' et            *
      *   suppressions 'D'                                              *
      * - Une creation ou une suppression porte l'image complete de la  *
      *   fiche ; une modification donne un enregistrement par zone     *
      *   modifiee, avec sa valeur avant et apres                       *
      * - Les montants (soldes, plafonds, interets courus) ne sortent   *
      *   qu'arrondis a la centaine, comme dans ERROR-LOG-FILE : le CRM *
      *   et l'entrepot ne sont pas des repertoires proteges            *
      * - En-tete **HDR*** et fin **TRL*** portant les compteurs de     *
      *   controle par fichier (convention DRMANIF) ; un repere de      *
      *   reprise **RST*** tous les N enregistrements permet de         *
      *   reprendre une transmission interrompue au dernier repere      *
      *   acquitte                                                      *
      * - Ecrit la nouvelle generation (CDCCUSTN / CDCACCTN) que        *
      *   l'exploitation bascule en CDCCUSTP / CDCACCTP apres           *
      *   transmission ; sans generation precedente, le fichier part en *
      *   chargement initial (tout en 'A') avec un code retour 4        *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichiers du jour, lus en sequentiel dans l'ordre des cles.
           SELECT CUSTOMER-FILE
               ASSIGN TO CUSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CST-STATUS.

           SELECT MASTER-ACCOUNT-FILE
               ASSIGN TO ACCTIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MA-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

      *    Generation precedente, dechargee par le passage precedent
      *    dans l'ordre des cles (meme forme que DRCUST / DRMAST).
           SELECT PRIOR-CUSTOMER-FILE
               ASSIGN TO CDCCUSTP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PCU-STATUS.

           SELECT PRIOR-ACCOUNT-FILE
               ASSIGN TO CDCACCTP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PMA-STATUS.

      *    Nouvelle generation, base de comparaison du prochain
      *    passage.
           SELECT NEW-CUSTOMER-FILE
               ASSIGN TO CDCCUSTN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NCU-STATUS.

           SELECT NEW-ACCOUNT-FILE
               ASSIGN TO CDCACCTN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NMA-STATUS.

           SELECT CDC-EXTRACT-FILE
               ASSIGN TO CDCEXTR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CDC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUSTOMER-RECORD.

       FD  MASTER-ACCOUNT-FILE.
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
           05  MA-BRANCH-CODE          PIC X(6).
           05  MA-CURRENCY-CODE        PIC X(3).
           05  MA-OD-FEE-COUNT         PIC 9(03) COMP-3.
           05  MA-STMT-CYCLE-DAY       PIC 9(02).
           05  MA-ACCRUED-INTEREST     PIC S9(11)V99 COMP-3.
           05  MA-LAST-ACCRUAL-DATE    PIC 9(8).
           05  FILLER                  PIC X(8).

      *    Meme disposition que CUSTOMER-RECORD, prefixe PCU-.
       FD  PRIOR-CUSTOMER-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PRIOR-CUSTOMER-RECORD.
           05  PCU-ID                  PIC 9(10).
           05  PCU-FIRST-NAME          PIC X(20).
           05  PCU-LAST-NAME           PIC X(30).
           05  PCU-STREET              PIC X(40).
           05  PCU-CITY                PIC X(30).
           05  PCU-STATE               PIC X(2).
           05  PCU-ZIP                 PIC 9(5).
           05  PCU-PHONE               PIC X(15).
           05  PCU-EMAIL               PIC X(50).
           05  PCU-STATUS              PIC X(1).
           05  PCU-BALANCE             PIC S9(9)V99 COMP-3.
           05  PCU-CREDIT-LIMIT        PIC S9(9)V99 COMP-3.
           05  PCU-OPEN-DATE           PIC X(10).
           05  PCU-LAST-UPDATE         PIC X(10).
           05  PCU-DELIVERY-PREF       PIC X(1).
           05  PCU-SALES-REP           PIC X(6).
           05  PCU-MKT-CONSENT         PIC X(4).

      *    Meme disposition que MASTER-ACCOUNT-RECORD, prefixe PMA-.
       FD  PRIOR-ACCOUNT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PRIOR-ACCOUNT-RECORD.
           05  PMA-ACCOUNT-NUMBER      PIC 9(12).
           05  PMA-CUST-ID             PIC 9(10).
           05  PMA-CUSTOMER-NAME       PIC X(50).
           05  PMA-ACCOUNT-TYPE        PIC X(02).
           05  PMA-CURRENT-BALANCE     PIC S9(13)V99 COMP-3.
           05  PMA-AVAILABLE-BALANCE   PIC S9(13)V99 COMP-3.
           05  PMA-OVERDRAFT-LIMIT     PIC 9(11)V99 COMP-3.
           05  PMA-LAST-TRANSACTION    PIC 9(8).
           05  PMA-OPEN-DATE           PIC 9(8).
           05  PMA-STATUS-CODE         PIC X(01).
           05  PMA-BRANCH-CODE         PIC X(6).
           05  PMA-CURRENCY-CODE       PIC X(3).
           05  PMA-OD-FEE-COUNT        PIC 9(03) COMP-3.
           05  PMA-STMT-CYCLE-DAY      PIC 9(02).
           05  PMA-ACCRUED-INTEREST    PIC S9(11)V99 COMP-3.
           05  PMA-LAST-ACCRUAL-DATE   PIC 9(8).
           05  FILLER                  PIC X(8).

       FD  NEW-CUSTOMER-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  NEW-CUSTOMER-RECORD         PIC X(246).

       FD  NEW-ACCOUNT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  NEW-ACCOUNT-RECORD          PIC X(150).

      *    Un enregistrement d'extrait : l'en-tete et la fin portent
      *    les compteurs de controle, le repere de reprise la
      *    position atteinte, le detail l'operation et sa cle.
       FD  CDC-EXTRACT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CDC-RECORD.
           05  CDC-REC-TYPE            PIC X(8).
               88  CDC-IS-HEADER       VALUE '**HDR***'.
               88  CDC-IS-TRAILER      VALUE '**TRL***'.
               88  CDC-IS-RESTART      VALUE '**RST***'.
               88  CDC-IS-CUSTOMER     VALUE 'CUSTFILE'.
               88  CDC-IS-ACCOUNT      VALUE 'ACCTIN'.
           05  CDC-RUN-DATE            PIC 9(8).
           05  CDC-SEQUENCE            PIC 9(9).
           05  CDC-OPERATION           PIC X(1).
               88  CDC-ADD             VALUE 'A'.
               88  CDC-CHANGE          VALUE 'C'.
               88  CDC-DELETE          VALUE 'D'.
           05  CDC-KEY                 PIC X(12).
      *        'A' et 'D' : image de la fiche, montants masques.
           05  CDC-IMAGE               PIC X(250).
      *        'C' : une zone modifiee.
           05  CDC-CHANGE-BODY REDEFINES CDC-IMAGE.
               10  CDC-FIELD-NAME      PIC X(30).
               10  CDC-BEFORE-VALUE    PIC X(60).
               10  CDC-AFTER-VALUE     PIC X(60).
               10  FILLER              PIC X(100).
      *        **HDR*** / **TRL*** : mode de chaque fichier ('D' delta,
      *        'I' chargement initial) et compteurs ; la fin compte
      *        tous les enregistrements de l'extrait, en-tete et fin
      *        compris.
           05  CDC-CONTROL-BODY REDEFINES CDC-IMAGE.
               10  CDC-CTL-CUST-MODE   PIC X(1).
               10  CDC-CTL-ACCT-MODE   PIC X(1).
               10  CDC-CTL-INTERVAL    PIC 9(5).
               10  CDC-CTL-RECORD-COUNT
                                       PIC 9(9).
               10  CDC-CTL-DETAIL-COUNT
                                       PIC 9(9).
               10  CDC-CTL-MARKER-COUNT
                                       PIC 9(5).
               10  CDC-CTL-CUST-COUNTS.
                   15  CDC-CTL-CUST-ADDS    PIC 9(9).
                   15  CDC-CTL-CUST-CHANGES PIC 9(9).
                   15  CDC-CTL-CUST-DELETES PIC 9(9).
                   15  CDC-CTL-CUST-FIELDS  PIC 9(9).
                   15  CDC-CTL-CUST-CURRENT PIC 9(9).
               10  CDC-CTL-ACCT-COUNTS.
                   15  CDC-CTL-ACCT-ADDS    PIC 9(9).
                   15  CDC-CTL-ACCT-CHANGES PIC 9(9).
                   15  CDC-CTL-ACCT-DELETES PIC 9(9).
                   15  CDC-CTL-ACCT-FIELDS  PIC 9(9).
                   15  CDC-CTL-ACCT-CURRENT PIC 9(9).
               10  FILLER              PIC X(130).
      *        **RST*** : la reception qui a acquitte ce repere reprend
      *        a l'enregistrement CDC-SEQUENCE + 1.
           05  CDC-RESTART-BODY REDEFINES CDC-IMAGE.
               10  CDC-RST-MARKER-NUMBER
                                       PIC 9(5).
               10  CDC-RST-LAST-FILE   PIC X(8).
               10  CDC-RST-LAST-KEY    PIC X(12).
               10  CDC-RST-DETAIL-COUNT
                                       PIC 9(9).
               10  FILLER              PIC X(216).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-CODES.
           05  WS-CST-STATUS           PIC X(02) VALUE SPACES.
           05  WS-ACCT-STATUS          PIC X(02) VALUE SPACES.
           05  WS-PCU-STATUS           PIC X(02) VALUE SPACES.
           05  WS-PMA-STATUS           PIC X(02) VALUE SPACES.
           05  WS-NCU-STATUS           PIC X(02) VALUE SPACES.
           05  WS-NMA-STATUS           PIC X(02) VALUE SPACES.
           05  WS-CDC-STATUS           PIC X(02) VALUE SPACES.

       01  WS-RUN-FIELDS.
           05  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
           05  WS-RUN-DATE-PARM        PIC X(08) VALUE SPACES.
           05  WS-INTERVAL-PARM        PIC X(05) VALUE SPACES.
           05  WS-ARG-NUM              PIC 9(01) VALUE 1.
           05  WS-INTERVAL-TRAIL       PIC 9(01) VALUE ZERO.
           05  WS-INTERVAL-LEN         PIC 9(01) VALUE ZERO.
           05  WS-RESTART-INTERVAL     PIC 9(05) VALUE 1000.
           05  WS-CUST-MODE            PIC X(01) VALUE 'D'.
               88  CUST-INITIAL-LOAD   VALUE 'I'.
           05  WS-ACCT-MODE            PIC X(01) VALUE 'D'.
               88  ACCT-INITIAL-LOAD   VALUE 'I'.

      *    Cles de rapprochement : HIGH-VALUES en fin de fichier, de
      *    sorte que l'autre cote se vide tout seul.
       01  WS-MATCH-FIELDS.
           05  WS-CUR-KEY              PIC X(12) VALUE SPACES.
           05  WS-PRI-KEY              PIC X(12) VALUE SPACES.
           05  WS-LAST-PRI-KEY         PIC X(12) VALUE SPACES.
           05  WS-RST-KEY              PIC X(12) VALUE SPACES.
           05  WS-KEY-EDIT             PIC 9(12) VALUE ZERO.
           05  WS-FILE-TAG             PIC X(8) VALUE SPACES.
           05  WS-ENTITY-FIELDS        PIC 9(3) COMP-3 VALUE ZERO.

      *    Compteurs du fichier en cours, reportes dans WS-CUST-TOTALS
      *    ou WS-ACCT-TOTALS a la fin de chaque fichier.
       01  WS-FILE-COUNTS.
           05  WS-FC-ADDS              PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-FC-CHANGES           PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-FC-DELETES           PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-FC-FIELDS            PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-FC-CURRENT           PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-FC-UNCHANGED         PIC 9(9) COMP-3 VALUE ZERO.

       01  WS-CUST-TOTALS.
           05  WS-CT-ADDS              PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-CT-CHANGES           PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-CT-DELETES           PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-CT-FIELDS            PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-CT-CURRENT           PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-CT-UNCHANGED         PIC 9(9) COMP-3 VALUE ZERO.

       01  WS-ACCT-TOTALS.
           05  WS-AT-ADDS              PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-AT-CHANGES           PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-AT-DELETES           PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-AT-FIELDS            PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-AT-CURRENT           PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-AT-UNCHANGED         PIC 9(9) COMP-3 VALUE ZERO.

       01  WS-EXTRACT-COUNTS.
           05  WS-SEQUENCE             PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-DETAIL-COUNT         PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-MARKER-COUNT         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-INTERVAL-QUOT        PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-INTERVAL-REM         PIC 9(5) COMP-3 VALUE ZERO.

      *    Comparaison d'une zone : avant / apres sous forme lisible.
       01  WS-CHANGE-FIELDS.
           05  WS-CHG-FIELD-NAME       PIC X(30) VALUE SPACES.
           05  WS-CHG-BEFORE           PIC X(60) VALUE SPACES.
           05  WS-CHG-AFTER            PIC X(60) VALUE SPACES.
           05  WS-CHG-COUNT-EDIT       PIC 9(5) VALUE ZERO.

      *    Masquage des montants : arrondi a la centaine, sans
      *    centimes, comme dans ERROR-LOG-FILE (VSAM-CUSTOMER-
      *    PROCESSOR). Avant et apres sont compares une fois masques :
      *    un mouvement invisible a l'arrondi ne sort pas.
       01  WS-MASK-FIELDS.
           05  WS-MASK-IN              PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           05  WS-MASK-HUNDREDS        PIC S9(11) COMP-3 VALUE ZERO.
           05  WS-MASK-OUT             PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           05  WS-MASK-EDIT            PIC -$$$,$$$,$$$,$$$,$$9.

       PROCEDURE DIVISION.
       000-MAIN-CONTROL.
           PERFORM 100-INITIALIZE
           PERFORM 200-CAPTURE-CUSTOMERS
           PERFORM 300-CAPTURE-ACCOUNTS
           PERFORM 400-WRITE-TRAILER
           PERFORM 900-FINALIZE
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

      *    Date metier en premier parametre (enchaineur de nuit), a
      *    defaut la date systeme ; intervalle des reperes de reprise
      *    en second, 1000 par defaut.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-RUN-DATE-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-RUN-DATE-PARM NOT = SPACES
                   AND WS-RUN-DATE-PARM IS NUMERIC
               MOVE WS-RUN-DATE-PARM TO WS-RUN-DATE
           END-IF

           MOVE 2 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-INTERVAL-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
           END-ACCEPT
           MOVE ZERO TO WS-INTERVAL-TRAIL
           INSPECT WS-INTERVAL-PARM TALLYING WS-INTERVAL-TRAIL
               FOR TRAILING SPACES
           COMPUTE WS-INTERVAL-LEN = 5 - WS-INTERVAL-TRAIL
           IF WS-INTERVAL-LEN > 0
               IF WS-INTERVAL-PARM(1:WS-INTERVAL-LEN) IS NUMERIC
                   MOVE WS-INTERVAL-PARM(1:WS-INTERVAL-LEN)
                       TO WS-RESTART-INTERVAL
               END-IF
           END-IF
           IF WS-RESTART-INTERVAL = ZERO
               MOVE 1000 TO WS-RESTART-INTERVAL
           END-IF

      *    Un fichier du jour illisible arrete tout : compare a la
      *    generation precedente, il passerait pour une suppression
      *    de toutes les fiches.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CST-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE CUSTFILE: ' WS-CST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT MASTER-ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE ACCTIN: ' WS-ACCT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    Pas de generation precedente : premier passage, ou
      *    generation perdue. Tout part en creation.
           OPEN INPUT PRIOR-CUSTOMER-FILE
           IF WS-PCU-STATUS NOT = '00'
               DISPLAY 'GENERATION PRECEDENTE CDCCUSTP ABSENTE - '
                       'CHARGEMENT INITIAL DES CLIENTS'
               MOVE 'I' TO WS-CUST-MODE
           END-IF

           OPEN INPUT PRIOR-ACCOUNT-FILE
           IF WS-PMA-STATUS NOT = '00'
               DISPLAY 'GENERATION PRECEDENTE CDCACCTP ABSENTE - '
                       'CHARGEMENT INITIAL DES COMPTES'
               MOVE 'I' TO WS-ACCT-MODE
           END-IF

           OPEN OUTPUT NEW-CUSTOMER-FILE
           IF WS-NCU-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE CDCCUSTN: ' WS-NCU-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT NEW-ACCOUNT-FILE
           IF WS-NMA-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE CDCACCTN: ' WS-NMA-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CDC-EXTRACT-FILE
           IF WS-CDC-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE EXTRAIT CDCEXTR: '
                       WS-CDC-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO CDC-RECORD
           SET CDC-IS-HEADER TO TRUE
           PERFORM 150-FILL-CONTROL-BODY
           PERFORM 500-WRITE-EXTRACT-RECORD

           DISPLAY 'EXTRAIT DELTA CLIENTS / COMPTES - ' WS-RUN-DATE.

      *    Corps commun de l'en-tete et de la fin ; a l'en-tete les
      *    compteurs sont encore a zero.
       150-FILL-CONTROL-BODY.
           MOVE WS-RUN-DATE TO CDC-RUN-DATE
           MOVE WS-CUST-MODE TO CDC-CTL-CUST-MODE
           MOVE WS-ACCT-MODE TO CDC-CTL-ACCT-MODE
           MOVE WS-RESTART-INTERVAL TO CDC-CTL-INTERVAL
           MOVE ZERO TO CDC-CTL-RECORD-COUNT
           MOVE WS-DETAIL-COUNT TO CDC-CTL-DETAIL-COUNT
           MOVE WS-MARKER-COUNT TO CDC-CTL-MARKER-COUNT
           MOVE WS-CT-ADDS TO CDC-CTL-CUST-ADDS
           MOVE WS-CT-CHANGES TO CDC-CTL-CUST-CHANGES
           MOVE WS-CT-DELETES TO CDC-CTL-CUST-DELETES
           MOVE WS-CT-FIELDS TO CDC-CTL-CUST-FIELDS
           MOVE WS-CT-CURRENT TO CDC-CTL-CUST-CURRENT
           MOVE WS-AT-ADDS TO CDC-CTL-ACCT-ADDS
           MOVE WS-AT-CHANGES TO CDC-CTL-ACCT-CHANGES
           MOVE WS-AT-DELETES TO CDC-CTL-ACCT-DELETES
           MOVE WS-AT-FIELDS TO CDC-CTL-ACCT-FIELDS
           MOVE WS-AT-CURRENT TO CDC-CTL-ACCT-CURRENT.

      ******************************************************************
      * CLIENTS : RAPPROCHEMENT DU JOUR ET DE LA GENERATION PRECEDENTE
      ******************************************************************
       200-CAPTURE-CUSTOMERS.
           MOVE 'CUSTFILE' TO WS-FILE-TAG
           MOVE ZERO TO WS-FC-ADDS WS-FC-CHANGES WS-FC-DELETES
                        WS-FC-FIELDS WS-FC-CURRENT WS-FC-UNCHANGED
           MOVE LOW-VALUES TO WS-LAST-PRI-KEY
           PERFORM 205-READ-CURRENT-CUSTOMER
           IF CUST-INITIAL-LOAD
               MOVE HIGH-VALUES TO WS-PRI-KEY
           ELSE
               PERFORM 206-READ-PRIOR-CUSTOMER
           END-IF

           PERFORM 210-MATCH-ONE-CUSTOMER
               UNTIL WS-CUR-KEY = HIGH-VALUES
                 AND WS-PRI-KEY = HIGH-VALUES

           CLOSE CUSTOMER-FILE
                 NEW-CUSTOMER-FILE
           IF NOT CUST-INITIAL-LOAD
               CLOSE PRIOR-CUSTOMER-FILE
           END-IF
           MOVE WS-FILE-COUNTS TO WS-CUST-TOTALS
           DISPLAY 'CUSTFILE: ' WS-FC-ADDS ' CREATIONS, '
                   WS-FC-CHANGES ' MODIFICATIONS, '
                   WS-FC-DELETES ' SUPPRESSIONS'.

       205-READ-CURRENT-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-CUR-KEY
               NOT AT END
                   ADD 1 TO WS-FC-CURRENT
                   MOVE CUST-ID TO WS-KEY-EDIT
                   MOVE WS-KEY-EDIT TO WS-CUR-KEY
           END-READ.

      *    La generation precedente est un fichier sequentiel : une
      *    cle qui recule veut dire un fichier remplace ou abime, et
      *    le delta serait faux.
       206-READ-PRIOR-CUSTOMER.
           READ PRIOR-CUSTOMER-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-PRI-KEY
               NOT AT END
                   MOVE PCU-ID TO WS-KEY-EDIT
                   MOVE WS-KEY-EDIT TO WS-PRI-KEY
                   IF WS-PRI-KEY NOT > WS-LAST-PRI-KEY
                       DISPLAY '*** CDCCUSTP HORS SEQUENCE A LA CLE '
                               WS-PRI-KEY ' ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-PRI-KEY TO WS-LAST-PRI-KEY
           END-READ.

       210-MATCH-ONE-CUSTOMER.
           EVALUATE TRUE
               WHEN WS-CUR-KEY < WS-PRI-KEY
                   MOVE CUSTOMER-RECORD TO NEW-CUSTOMER-RECORD
                   WRITE NEW-CUSTOMER-RECORD
                   PERFORM 220-EMIT-CUSTOMER-ADD
                   PERFORM 205-READ-CURRENT-CUSTOMER
               WHEN WS-CUR-KEY > WS-PRI-KEY
                   PERFORM 230-EMIT-CUSTOMER-DELETE
                   PERFORM 206-READ-PRIOR-CUSTOMER
               WHEN OTHER
                   MOVE CUSTOMER-RECORD TO NEW-CUSTOMER-RECORD
                   WRITE NEW-CUSTOMER-RECORD
                   PERFORM 240-COMPARE-CUSTOMER
                   PERFORM 205-READ-CURRENT-CUSTOMER
                   PERFORM 206-READ-PRIOR-CUSTOMER
           END-EVALUATE.

      *    Les montants sont masques sur place : la nouvelle generation
      *    est deja ecrite et la lecture suivante ecrase la zone.
       220-EMIT-CUSTOMER-ADD.
           ADD 1 TO WS-FC-ADDS
           MOVE CUST-BALANCE TO WS-MASK-IN
           PERFORM 600-MASK-AMOUNT
           MOVE WS-MASK-OUT TO CUST-BALANCE
           MOVE CUST-CREDIT-LIMIT TO WS-MASK-IN
           PERFORM 600-MASK-AMOUNT
           MOVE WS-MASK-OUT TO CUST-CREDIT-LIMIT

           MOVE SPACES TO CDC-RECORD
           SET CDC-IS-CUSTOMER TO TRUE
           SET CDC-ADD TO TRUE
           MOVE WS-CUR-KEY TO CDC-KEY
           MOVE CUSTOMER-RECORD TO CDC-IMAGE
           PERFORM 500-WRITE-EXTRACT-RECORD.

       230-EMIT-CUSTOMER-DELETE.
           ADD 1 TO WS-FC-DELETES
           MOVE PCU-BALANCE TO WS-MASK-IN
           PERFORM 600-MASK-AMOUNT
           MOVE WS-MASK-OUT TO PCU-BALANCE
           MOVE PCU-CREDIT-LIMIT TO WS-MASK-IN
           PERFORM 600-MASK-AMOUNT
           MOVE WS-MASK-OUT TO PCU-CREDIT-LIMIT

           MOVE SPACES TO CDC-RECORD
           SET CDC-IS-CUSTOMER TO TRUE
           SET CDC-DELETE TO TRUE
           MOVE WS-PRI-KEY TO CDC-KEY
           MOVE PRIOR-CUSTOMER-RECORD TO CDC-IMAGE
           PERFORM 500-WRITE-EXTRACT-RECORD.

       240-COMPARE-CUSTOMER.
           MOVE ZERO TO WS-ENTITY-FIELDS

           MOVE 'CUST-FIRST-NAME' TO WS-CHG-FIELD-NAME
           MOVE PCU-FIRST-NAME TO WS-CHG-BEFORE
           MOVE CUST-FIRST-NAME TO WS-CHG-AFTER
           PERFORM 520-EMIT-IF-CHANGED

           MOVE 'CUST-LAST-NAME' TO WS-CHG-FIELD-NAME
           MOVE PCU-LAST-NAME TO WS-CHG-BEFORE
           MOVE CUST-LAST-NAME TO WS-CHG-AFTER
           PERFORM 520-EMIT-IF-CHANGED

           MOVE 'CUST-STREET' TO WS-CHG-FIELD-NAME
           MOVE PCU-STREET TO WS-CHG-BEFORE
           MOVE CUST-STREET TO WS-CHG-AFTER
           PERFORM 520-EMIT-IF-CHANGED

           MOVE 'CUST-CITY' TO WS-CHG-FIELD-NAME
           MOVE PCU-CITY TO WS-CHG-BEFORE
           MOVE CUST-CITY TO WS-CHG-AFTER
           PERFORM 520-EMIT-IF-CHANGED

           MOVE 'CUST-STATE' TO WS-CHG-FIELD-NAME
           MOVE PCU-STATE TO WS-CHG-BEFORE
           MOVE CUST-STATE TO WS-CHG-AFTER
           PERFORM 520-EMIT-IF-CHANGED

           MOVE 'CUST-ZIP' TO WS-CHG-FIELD-NAME
           MOVE PCU-ZIP TO WS-CHG-BEFORE
           MOVE CUST-ZIP TO WS-CHG-AFTER
           PERFORM 520-EMIT-IF-CHANGED

           MOVE 'CUST-PHONE' TO WS-CHG-FIELD-NAME
           MOVE PCU-PHONE TO WS-CHG-BEFORE
           MOVE CUST-PHONE TO WS-CHG-AFTER
           PERFORM 520-EMIT-IF-CHANGED

           MOVE 'CUST-EMAIL' TO WS-CHG-FIELD-NAME
           MOVE PCU-EMAIL TO WS-CHG-BEFORE
           MOVE CUST-EMAIL TO WS-CHG-AFTER
           PERFORM 520-EMIT-IF-CHANGED

           MOVE 'CUST-STATUS' TO WS-CHG-FIELD-NAME
           MOVE PCU-STATUS TO WS-CHG-BEFORE
           MOVE CUST-STATUS TO WS-CHG-AFTER
           PERFORM 520-EMIT-IF-CHANGED

           MOVE 'CUST-BALANCE' TO WS-CHG-FIELD-NAME
           MOVE PCU-BALANCE TO WS-MASK-IN
           PERFORM 610-MASK-BEFORE
           MOVE CUST-BALANCE TO WS-MASK-IN
           PERFORM 620-MASK-AFTER
           PERFORM 520-EMIT-IF-CHANGED

           MOVE 'CUST-CREDIT-LIMIT' TO WS-CHG-FIELD-NAME
           MOVE PCU-CREDIT-LIMIT TO WS-MASK-IN
           PERFORM 610-MASK-BEFORE
           MOVE CUST-CREDIT-LIMIT TO WS-MASK-IN
           PERFORM 620-MASK-AFTER
           PERFORM 520-EMIT-IF-CHANGED

           MOVE 'CUST-OPEN-DATE' TO WS-CHG-FIELD-NAME
           MOVE PCU-OPEN-DATE TO WS-CHG-BEFORE
           MOVE CUST-OPEN-DATE TO WS-CHG-AFTER
           PERFORM 520-EMIT-IF-CHANGED

           MOVE 'CUST-LAST-UPDATE' TO WS-CHG-FIELD-NAME
           MOVE PCU-LAST-UPDATE TO WS-CHG-BEFORE
           MOVE CUST-LAST-UPDATE TO WS-CHG-AFTER
           PERFORM 520-EMIT-IF-CHANGED

           MOVE 'CUST-DELIVERY-PREF' TO WS-CHG-FIELD-NAME
           MOVE PCU-DELIVERY-PREF TO WS-CHG-BEFORE
           MOVE CUST-DELIVERY-PREF TO WS-CHG-AFTER
           PERFORM 520-EMIT-IF-CHANGED

           MOVE 'CUST-SALES-REP' TO WS-CHG-FIELD-NAME
           MOVE PCU-SALES-REP TO WS-CHG-BEFORE
           MOVE CUST-SALES-REP TO WS-CHG-AFTER
           PERFORM 520-EMIT-IF-CHANGED

           MOVE 'CUST-MKT-CONSENT' TO WS-CHG-FIELD-NAME
           MOVE PCU-MKT-CONSENT TO WS-CHG-BEFORE
           MOVE CUST-MKT-CONSENT TO WS-CHG-AFTER
           PERFORM 520-EMIT-IF-CHANGED

           IF WS-ENTITY-FIELDS > 0
               ADD 1 TO WS-FC-CHANGES
           ELSE
               ADD 1 TO WS-FC-UNCHANGED
           END-IF.

      ******************************************************************
      * COMPTES : MEME RAPPROCHEMENT SUR MASTER-ACCOUNT-FILE
      ******************************************************************
       300-CAPTURE-ACCOUNTS.
           MOVE 'ACCTIN' TO WS-FILE-TAG
           MOVE ZERO TO WS-FC-ADDS WS-FC-CHANGES WS-FC-DELETES
                        WS-FC-FIELDS WS-FC-CURRENT WS-FC-UNCHANGED
           MOVE LOW-VALUES TO WS-LAST-PRI-KEY
           PERFORM 305-READ-CURRENT-ACCOUNT
           IF ACCT-INITIAL-LOAD
               MOVE HIGH-VALUES TO WS-PRI-KEY
           ELSE
               PERFORM 306-READ-PRIOR-ACCOUNT
           END-IF

           PERFORM 310-MATCH-ONE-ACCOUNT
               UNTIL WS-CUR-KEY = HIGH-VALUES
                 AND WS-PRI-KEY = HIGH-VALUES

           CLOSE MASTER-ACCOUNT-FILE
                 NEW-ACCOUNT-FILE
           IF NOT ACCT-INITIAL-LOAD
               CLOSE PRIOR-ACCOUNT-FILE
           END-IF
           MOVE WS-FILE-COUNTS TO WS-ACCT-TOTALS
           DISPLAY 'ACCTIN  : ' WS-FC-ADDS ' CREATIONS, '
                   WS-FC-CHANGES ' MODIFICATIONS, '
                   WS-FC-DELETES ' SUPPRESSIONS'.

       305-READ-CURRENT-ACCOUNT.
           READ MASTER-ACCOUNT-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-CUR-KEY
               NOT AT END
                   ADD 1 TO WS-FC-CURRENT
                   MOVE MA-ACCOUNT-NUMBER TO WS-CUR-KEY
           END-READ.

       306-READ-PRIOR-ACCOUNT.
           READ PRIOR-ACCOUNT-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-PRI-KEY
               NOT AT END
                   MOVE PMA-ACCOUNT-NUMBER TO WS-PRI-KEY
                   IF WS-PRI-KEY NOT > WS-LAST-PRI-KEY
                       DISPLAY '*** CDCACCTP HORS SEQUENCE A LA CLE '
                               WS-PRI-KEY ' ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-PRI-KEY TO WS-LAST-PRI-KEY
           END-READ.

       310-MATCH-ONE-ACCOUNT.
           EVALUATE TRUE
               WHEN WS-CUR-KEY < WS-PRI-KEY
                   MOVE MASTER-ACCOUNT-RECORD TO NEW-ACCOUNT-RECORD
                   WRITE NEW-ACCOUNT-RECORD
                   PERFORM 320-EMIT-ACCOUNT-ADD
                   PERFORM 305-READ-CURRENT-ACCOUNT
               WHEN WS-CUR-KEY > WS-PRI-KEY
                   PERFORM 330-EMIT-ACCOUNT-DELETE
                   PERFORM 306-READ-PRIOR-ACCOUNT
               WHEN OTHER
                   MOVE MASTER-ACCOUNT-RECORD TO NEW-ACCOUNT-RECORD
                   WRITE NEW-ACCOUNT-RECORD
                   PERFORM 340-COMPARE-ACCOUNT
                   PERFORM 305-READ-CURRENT-ACCOUNT
                   PERFORM 306-READ-PRIOR-ACCOUNT
           END-EVALUATE.

       320-EMIT-ACCOUNT-ADD.
           ADD 1 TO WS-FC-ADDS
           MOVE MA-CURRENT-BALANCE TO WS-MASK-IN
           PERFORM 600-MASK-AMOUNT
           MOVE WS-MASK-OUT TO MA-CURRENT-BALANCE
           MOVE MA-AVAILABLE-BALANCE TO WS-MASK-IN
           PERFORM 600-MASK-AMOUNT
           MOVE WS-MASK-OUT TO MA-AVAILABLE-BALANCE
           MOVE MA-OVERDRAFT-LIMIT TO WS-MASK-IN
           PERFORM 600-MASK-AMOUNT
           MOVE WS-MASK-OUT TO MA-OVERDRAFT-LIMIT
           MOVE MA-ACCRUED-INTEREST TO WS-MASK-IN
           PERFORM 600-MASK-AMOUNT
           MOVE WS-MASK-OUT TO MA-ACCRUED-INTEREST

           MOVE SPACES TO CDC-RECORD
           SET CDC-IS-ACCOUNT TO TRUE
           SET CDC-ADD TO TRUE
           MOVE WS-CUR-KEY TO CDC-KEY
           MOVE MASTER-ACCOUNT-RECORD TO CDC-IMAGE
           PERFORM 500-WRITE-EXTRACT-RECORD.

       330-EMIT-ACCOUNT-DELETE.
           ADD 1 TO WS-FC-DELETES
           MOVE PMA-CURRENT-BALANCE TO WS-MASK-IN
           PERFORM 600-MASK-AMOUNT
           MOVE WS-MASK-OUT TO PMA-CURRENT-BALANCE
           MOVE PMA-AVAILABLE-BALANCE TO WS-MASK-IN
           PERFORM 600-MASK-AMOUNT
           MOVE WS-MASK-OUT TO PMA-AVAILABLE-BALANCE
           MOVE PMA-OVERDRAFT-LIMIT TO WS-MASK-IN
           PERFORM 600-MASK-AMOUNT
           MOVE WS-MASK-OUT TO PMA-OVERDRAFT-LIMIT
           MOVE PMA-ACCRUED-INTEREST TO WS-MASK-IN
           PERFORM 600-MASK-AMOUNT
           MOVE WS-MASK-OUT TO PMA-ACCRUED-INTEREST

           MOVE SPACES TO CDC-RECORD
           SET CDC-IS-ACCOUNT TO TRUE
           SET CDC-DELETE TO TRUE
           MOVE WS-PRI-KEY TO CDC-KEY
           MOVE PRIOR-ACCOUNT-RECORD TO CDC-IMAGE
           PERFORM 500-WRITE-EXTRACT-RECORD.

       340-COMPARE-ACCOUNT.
           MOVE ZERO TO WS-ENTITY-FIELDS

           MOVE 'MA-CUST-ID' TO WS-CHG-FIELD-NAME
           MOVE PMA-CUST-ID TO WS-CHG-BEFORE
           MOVE MA-CUST-ID TO WS-CHG-AFTER
           PERFORM 520-EMIT-IF-CHANGED

           MOVE 'MA-CUSTOMER-NAME' TO WS-CHG-FIELD-NAME
           MOVE PMA-CUSTOMER-NAME TO WS-CHG-BEFORE
           MOVE MA-CUSTOMER-NAME TO WS-CHG-AFTER
           PERFORM 520-EMIT-IF-CHANGED

           MOVE 'MA-ACCOUNT-TYPE' TO WS-CHG-FIELD-NAME
           MOVE PMA-ACCOUNT-TYPE TO WS-CHG-BEFORE
           MOVE MA-ACCOUNT-TYPE TO WS-CHG-AFTER
           PERFORM 520-EMIT-IF-CHANGED

           MOVE 'MA-CURRENT-BALANCE' TO WS-CHG-FIELD-NAME
           MOVE PMA-CURRENT-BALANCE TO WS-MASK-IN
           PERFORM 610-MASK-BEFORE
           MOVE MA-CURRENT-BALANCE TO WS-MASK-IN
           PERFORM 620-MASK-AFTER
           PERFORM 520-EMIT-IF-CHANGED

           MOVE 'MA-AVAILABLE-BALANCE' TO WS-CHG-FIELD-NAME
           MOVE PMA-AVAILABLE-BALANCE TO WS-MASK-IN
           PERFORM 610-MASK-BEFORE
           MOVE MA-AVAILABLE-BALANCE TO WS-MASK-IN
           PERFORM 620-MASK-AFTER
           PERFORM 520-EMIT-IF-CHANGED

           MOVE 'MA-OVERDRAFT-LIMIT' TO WS-CHG-FIELD-NAME
           MOVE PMA-OVERDRAFT-LIMIT TO WS-MASK-IN
           PERFORM 610-MASK-BEFORE
           MOVE MA-OVERDRAFT-LIMIT TO WS-MASK-IN
           PERFORM 620-MASK-AFTER
           PERFORM 520-EMIT-IF-CHANGED

           MOVE 'MA-LAST-TRANSACTION' TO WS-CHG-FIELD-NAME
           MOVE PMA-LAST-TRANSACTION TO WS-CHG-BEFORE
           MOVE MA-LAST-TRANSACTION TO WS-CHG-AFTER
           PERFORM 520-EMIT-IF-CHANGED

           MOVE 'MA-OPEN-DATE' TO WS-CHG-FIELD-NAME
           MOVE PMA-OPEN-DATE TO WS-CHG-BEFORE
           MOVE MA-OPEN-DATE TO WS-CHG-AFTER
           PERFORM 520-EMIT-IF-CHANGED

           MOVE 'MA-STATUS-CODE' TO WS-CHG-FIELD-NAME
           MOVE PMA-STATUS-CODE TO WS-CHG-BEFORE
           MOVE MA-STATUS-CODE TO WS-CHG-AFTER
           PERFORM 520-EMIT-IF-CHANGED

           MOVE 'MA-BRANCH-CODE' TO WS-CHG-FIELD-NAME
           MOVE PMA-BRANCH-CODE TO WS-CHG-BEFORE
           MOVE MA-BRANCH-CODE TO WS-CHG-AFTER
           PERFORM 520-EMIT-IF-CHANGED

           MOVE 'MA-CURRENCY-CODE' TO WS-CHG-FIELD-NAME
           MOVE PMA-CURRENCY-CODE TO WS-CHG-BEFORE
           MOVE MA-CURRENCY-CODE TO WS-CHG-AFTER
           PERFORM 520-EMIT-IF-CHANGED

           MOVE 'MA-OD-FEE-COUNT' TO WS-CHG-FIELD-NAME
           MOVE PMA-OD-FEE-COUNT TO WS-CHG-COUNT-EDIT
           MOVE WS-CHG-COUNT-EDIT TO WS-CHG-BEFORE
           MOVE MA-OD-FEE-COUNT TO WS-CHG-COUNT-EDIT
           MOVE WS-CHG-COUNT-EDIT TO WS-CHG-AFTER
           PERFORM 520-EMIT-IF-CHANGED

           MOVE 'MA-STMT-CYCLE-DAY' TO WS-CHG-FIELD-NAME
           MOVE PMA-STMT-CYCLE-DAY TO WS-CHG-BEFORE
           MOVE MA-STMT-CYCLE-DAY TO WS-CHG-AFTER
           PERFORM 520-EMIT-IF-CHANGED

           MOVE 'MA-ACCRUED-INTEREST' TO WS-CHG-FIELD-NAME
           MOVE PMA-ACCRUED-INTEREST TO WS-MASK-IN
           PERFORM 610-MASK-BEFORE
           MOVE MA-ACCRUED-INTEREST TO WS-MASK-IN
           PERFORM 620-MASK-AFTER
           PERFORM 520-EMIT-IF-CHANGED

           MOVE 'MA-LAST-ACCRUAL-DATE' TO WS-CHG-FIELD-NAME
           MOVE PMA-LAST-ACCRUAL-DATE TO WS-CHG-BEFORE
           MOVE MA-LAST-ACCRUAL-DATE TO WS-CHG-AFTER
           PERFORM 520-EMIT-IF-CHANGED

           IF WS-ENTITY-FIELDS > 0
               ADD 1 TO WS-FC-CHANGES
           ELSE
               ADD 1 TO WS-FC-UNCHANGED
           END-IF.

      ******************************************************************
      * FIN D'EXTRAIT ET ECRITURE
      ******************************************************************
       400-WRITE-TRAILER.
           MOVE SPACES TO CDC-RECORD
           SET CDC-IS-TRAILER TO TRUE
           PERFORM 150-FILL-CONTROL-BODY
           ADD 1 TO WS-SEQUENCE
           MOVE WS-SEQUENCE TO CDC-SEQUENCE
                               CDC-CTL-RECORD-COUNT
           WRITE CDC-RECORD.

      *    Numerote chaque enregistrement ; apres chaque tranche de
      *    WS-RESTART-INTERVAL details, un repere **RST*** donne la
      *    derniere cle transmise pour la reprise.
       500-WRITE-EXTRACT-RECORD.
           ADD 1 TO WS-SEQUENCE
           MOVE WS-SEQUENCE TO CDC-SEQUENCE
           MOVE WS-RUN-DATE TO CDC-RUN-DATE
           WRITE CDC-RECORD

           IF NOT CDC-IS-HEADER
               ADD 1 TO WS-DETAIL-COUNT
               DIVIDE WS-DETAIL-COUNT BY WS-RESTART-INTERVAL
                   GIVING WS-INTERVAL-QUOT
                   REMAINDER WS-INTERVAL-REM
               IF WS-INTERVAL-REM = ZERO
                   PERFORM 510-WRITE-RESTART-MARKER
               END-IF
           END-IF.

       510-WRITE-RESTART-MARKER.
           ADD 1 TO WS-MARKER-COUNT
           MOVE CDC-KEY TO WS-RST-KEY
           MOVE SPACES TO CDC-RECORD
           SET CDC-IS-RESTART TO TRUE
           ADD 1 TO WS-SEQUENCE
           MOVE WS-SEQUENCE TO CDC-SEQUENCE
           MOVE WS-RUN-DATE TO CDC-RUN-DATE
           MOVE WS-MARKER-COUNT TO CDC-RST-MARKER-NUMBER
           MOVE WS-FILE-TAG TO CDC-RST-LAST-FILE
           MOVE WS-RST-KEY TO CDC-RST-LAST-KEY
           MOVE WS-DETAIL-COUNT TO CDC-RST-DETAIL-COUNT
           WRITE CDC-RECORD.

       520-EMIT-IF-CHANGED.
           IF WS-CHG-BEFORE NOT = WS-CHG-AFTER
               ADD 1 TO WS-ENTITY-FIELDS
               ADD 1 TO WS-FC-FIELDS
               MOVE SPACES TO CDC-RECORD
               MOVE WS-FILE-TAG TO CDC-REC-TYPE
               SET CDC-CHANGE TO TRUE
               MOVE WS-CUR-KEY TO CDC-KEY
               MOVE WS-CHG-FIELD-NAME TO CDC-FIELD-NAME
               MOVE WS-CHG-BEFORE TO CDC-BEFORE-VALUE
               MOVE WS-CHG-AFTER TO CDC-AFTER-VALUE
               PERFORM 500-WRITE-EXTRACT-RECORD
           END-IF.

      ******************************************************************
      * MASQUAGE DES MONTANTS
      ******************************************************************
       600-MASK-AMOUNT.
           COMPUTE WS-MASK-HUNDREDS ROUNDED = WS-MASK-IN / 100
           COMPUTE WS-MASK-OUT = WS-MASK-HUNDREDS * 100.

       610-MASK-BEFORE.
           PERFORM 600-MASK-AMOUNT
           MOVE WS-MASK-OUT TO WS-MASK-EDIT
           MOVE WS-MASK-EDIT TO WS-CHG-BEFORE.

       620-MASK-AFTER.
           PERFORM 600-MASK-AMOUNT
           MOVE WS-MASK-OUT TO WS-MASK-EDIT
           MOVE WS-MASK-EDIT TO WS-CHG-AFTER.

       900-FINALIZE.
           CLOSE CDC-EXTRACT-FILE

           DISPLAY ' '
           DISPLAY '========================================'
           DISPLAY 'EXTRAIT DELTA - RESUME'
           DISPLAY '========================================'
           DISPLAY 'CLIENTS DU JOUR      : ' WS-CT-CURRENT
           DISPLAY '  CREATIONS          : ' WS-CT-ADDS
           DISPLAY '  MODIFICATIONS      : ' WS-CT-CHANGES
           DISPLAY '  ZONES MODIFIEES    : ' WS-CT-FIELDS
           DISPLAY '  SUPPRESSIONS       : ' WS-CT-DELETES
           DISPLAY '  INCHANGES          : ' WS-CT-UNCHANGED
           DISPLAY 'COMPTES DU JOUR      : ' WS-AT-CURRENT
           DISPLAY '  CREATIONS          : ' WS-AT-ADDS
           DISPLAY '  MODIFICATIONS      : ' WS-AT-CHANGES
           DISPLAY '  ZONES MODIFIEES    : ' WS-AT-FIELDS
           DISPLAY '  SUPPRESSIONS       : ' WS-AT-DELETES
           DISPLAY '  INCHANGES          : ' WS-AT-UNCHANGED
           DISPLAY 'ENREGISTREMENTS      : ' WS-SEQUENCE
           DISPLAY 'REPERES DE REPRISE   : ' WS-MARKER-COUNT
           IF CUST-INITIAL-LOAD OR ACCT-INITIAL-LOAD
               DISPLAY '*** CHARGEMENT INITIAL - GENERATION '
                       'PRECEDENTE ABSENTE ***'
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY '========================================'.

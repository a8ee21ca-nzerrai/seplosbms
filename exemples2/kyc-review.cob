      *   un dossier AML (AMLCASES), 'M' si un compte dort (sortie      *
      *   DORMANT d'ACCTSWEEP) ou si la relation a moins de deux ans    *
      *   (CUST-OPEN-DATE), 'L' sinon. Cycles : H=12, M=24, L=36 mois   *
      *   La note de risque CUSTRISK (RISKRATE) la releve : D ou E      *
      *   donnent 'H', C au moins 'M'                                   *
      * - Liste de travail mensuelle KYCDUE des clients a revoir dans   *
      *   le mois, chaque client avec ses comptes du fichier maitre     *
      * - Intake des revues effectuees (KYCDONE) : tamponne l'issue,    *
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DON-STATUS.

      *    Notes de risque client de CUSTRISK, lues en direct par
      *    client ; absent = bande tiree des seuls criteres ci-dessous.
           SELECT CUSTOMER-RISK-FILE
               ASSIGN TO RISKRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RR-CUST-ID
               FILE STATUS IS WS-RSK-STATUS.

           SELECT DUE-LIST-FILE
               ASSIGN TO KYCDUE
               ORGANIZATION IS SEQUENTIAL
           05  AML-REVIEWER            PIC X(8).
           05  AML-DISPOSITION-DATE    PIC 9(8).
           05  AML-NOTE                PIC X(30).
           05  AML-CASE-TYPE           PIC X(01).
           05  FILLER                  PIC X(09).

       FD  COMPLETION-INTAKE-FILE
           RECORDING MODE IS F
           05  KD-REVIEWER             PIC X(8).
           05  FILLER                  PIC X(13).

      *    Meme disposition que chez CUSTRISK ; seule la note
      *    courante sert ici.
       FD  CUSTOMER-RISK-FILE.
       01  CUSTOMER-RISK-RECORD.
           05  RR-CUST-ID              PIC 9(10).
           05  RR-CURRENT-GRADE        PIC X(1).
           05  RR-CURRENT-SCORE        PIC 9(3).
           05  RR-RATING-DATE          PIC 9(8).
           05  FILLER                  PIC X(178).

       FD  DUE-LIST-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           05  WS-DON-STATUS           PIC X(02) VALUE SPACES.
           05  WS-DUE-STATUS           PIC X(02) VALUE SPACES.
           05  WS-ESC-STATUS           PIC X(02) VALUE SPACES.
           05  WS-RSK-STATUS           PIC X(02) VALUE SPACES.

       01  WS-RUN-FIELDS.
           05  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
           05  WS-RUN-YEAR-MONTH       PIC 9(6) VALUE ZERO.
           05  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
               88  FILE-EOF            VALUE 'Y'.
           05  WS-RSK-OPEN-FLAG        PIC X(01) VALUE 'N'.
               88  RISK-FILE-OPEN      VALUE 'Y'.

      *    Comptes du fichier maitre en table : rattachement des
      *    dossiers AML au client et comptes joints a la liste due.
           05  WS-DUE-THIS-MONTH       PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-OVERDUE-COUNT        PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-RECORDS-CREATED      PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-BANDS-RAISED         PIC 9(5) COMP-3 VALUE ZERO.

       01  WS-REPORT-LINES.
           05  WS-DUE-TITLE.
           MOVE SPACES TO ESCALATION-REPORT-LINE
           WRITE ESCALATION-REPORT-LINE

           OPEN INPUT CUSTOMER-RISK-FILE
           IF WS-RSK-STATUS = '00'
               MOVE 'Y' TO WS-RSK-OPEN-FLAG
           ELSE
               DISPLAY 'NOTES DE RISQUE ABSENTES - BANDE SANS NOTE '
                       'CLIENT'
           END-IF

           PERFORM 110-LOAD-ACCOUNTS
           PERFORM 120-LOAD-DORMANT-CUSTOMERS
           PERFORM 130-LOAD-AML-CUSTOMERS.
               END-SEARCH
           END-IF

           PERFORM 225-APPLY-RISK-GRADE

           EVALUATE WS-RISK-BAND
               WHEN 'H'
                   MOVE 12 TO WS-CYCLE-MONTHS
                   MOVE 36 TO WS-CYCLE-MONTHS
           END-EVALUATE.

      *    Note de risque client (CUSTRISK) : D ou E revoit le client
      *    tous les ans, C au moins tous les deux ans. La note ne
      *    desserre jamais la bande tiree des autres criteres.
       225-APPLY-RISK-GRADE.
           IF RISK-FILE-OPEN
               MOVE CUST-ID TO RR-CUST-ID
               READ CUSTOMER-RISK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN (RR-CURRENT-GRADE = 'D'
                                   OR RR-CURRENT-GRADE = 'E')
                                   AND WS-RISK-BAND NOT = 'H'
                               MOVE 'H' TO WS-RISK-BAND
                               ADD 1 TO WS-BANDS-RAISED
                           WHEN RR-CURRENT-GRADE = 'C'
                                   AND WS-RISK-BAND = 'L'
                               MOVE 'M' TO WS-RISK-BAND
                               ADD 1 TO WS-BANDS-RAISED
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-IF.

      *    CUST-OPEN-DATE est porte en X(10) 'AAAA-MM-JJ' ; les fiches
      *    anciennes sans tirets ou vides tombent sur la date du run.
       222-CONVERT-OPEN-DATE.
           CLOSE KYC-MASTER-FILE
                 DUE-LIST-FILE
                 ESCALATION-REPORT-FILE
           IF RISK-FILE-OPEN
               CLOSE CUSTOMER-RISK-FILE
           END-IF

           DISPLAY ' '
           DISPLAY '================================================'
           DISPLAY '================================================'
           DISPLAY 'CLIENTS EXAMINES       : ' WS-CUSTOMERS-READ
           DISPLAY 'FICHES KYC CREEES      : ' WS-RECORDS-CREATED
           DISPLAY 'BANDES RELEVEES (NOTE) : ' WS-BANDS-RAISED
           DISPLAY 'REVUES TAMPONNEES      : ' WS-REVIEWS-STAMPED
           DISPLAY 'DUES DANS LE MOIS      : ' WS-DUE-THIS-MONTH
           DISPLAY 'EN RETARD (ESCALADE)   : ' WS-OVERDUE-COUNT

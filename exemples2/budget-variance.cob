       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGVAR.
       AUTHOR. BANKING SYSTEM TEAM.
      ******************************************************************
      * ETAT MENSUEL BUDGET / REEL                                      *
      * - La finance rapprochait chaque mois la balance de GLLEDGER de  *
      *   ses budgets a la main ; cet etat le fait depuis BUDGMST       *
      *   (charge par BUDGMNT) et GL-BALANCE-FILE                       *
      * - Parametre 1 : periode AAAAMM (defaut : periode ouverte de     *
      *   GLPERIOD) ; parametre 2 : seuil d'alerte en pourcentage       *
      *   (defaut 10)                                                   *
      * - GLBAL ne tient que le mouvement de la periode ouverte : quand *
      *   l'etat porte sur elle (a lancer avant la cloture GLLEDGER     *
      *   'C'), le mouvement de chaque compte est fige dans             *
      *   l'historique BUDACT ; le cumul de l'exercice et les periodes  *
      *   deja closes se lisent dans cet historique                     *
      * - Par ligne de budget : reel, budget, ecart et ecart en % de la *
      *   periode et du cumul ; alerte 'P' (periode) / 'C' (cumul) si   *
      *   l'ecart depasse le seuil ou si un reel n'a aucun budget ;     *
      *   projection annuelle = reel cumule + budget des periodes       *
      *   restantes                                                     *
      * - Montants au sens du grand livre (debit positif) et en unites  *
      * - Cumuls par agence / centre de couts (ruptures du tri), puis   *
      *   par groupe de comptes ; les comptes mouvementes sans budget   *
      *   sortent sous l'agence '******'                                *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-MASTER-FILE
               ASSIGN TO BUDGMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BG-KEY
               FILE STATUS IS WS-BUD-STATUS.

      *    Maitre des soldes tenu par GLLEDGER.
           SELECT GL-BALANCE-FILE
               ASSIGN TO GLBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-GL-ACCOUNT
               FILE STATUS IS WS-BAL-STATUS.

           SELECT PERIOD-CONTROL-FILE
               ASSIGN TO GLPERIOD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PER-STATUS.

      *    Historique des mouvements mensuels par exercice et compte,
      *    alimente a chaque etat de la periode ouverte.
           SELECT ACTUAL-HISTORY-FILE
               ASSIGN TO BUDACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BA-KEY
               FILE STATUS IS WS-ACT-STATUS.

           SELECT VARIANCE-REPORT-FILE
               ASSIGN TO BUDGRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT SORT-VARIANCE-FILE
               ASSIGN TO SORTWK1.

      *    Date metier de la nuit deposee par BATCHDRV ; absente, la
      *    date systeme reste la regle.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO BIZDATE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BIZ-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Meme disposition que dans BUDGMNT.
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
       FD  GL-BALANCE-FILE
           RECORDING MODE IS F.
       01  GL-BALANCE-RECORD.
           05  GLB-GL-ACCOUNT          PIC 9(8).
           05  GLB-OPENING-BALANCE     PIC S9(15)V99 COMP-3.
           05  GLB-PERIOD-DEBITS       PIC S9(15)V99 COMP-3.
           05  GLB-PERIOD-CREDITS      PIC S9(15)V99 COMP-3.
           05  GLB-LAST-POST-DATE      PIC 9(8).
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

       FD  ACTUAL-HISTORY-FILE
           RECORDING MODE IS F.
       01  ACTUAL-HISTORY-RECORD.
           05  BA-KEY.
               10  BA-FISCAL-YEAR      PIC 9(04).
               10  BA-GL-ACCOUNT       PIC 9(08).
           05  BA-PERIOD-ACTUAL        PIC S9(15)V99 COMP-3
                                       OCCURS 12 TIMES.
           05  BA-LAST-CAPTURE-DATE    PIC 9(08).
           05  FILLER                  PIC X(08).

       FD  VARIANCE-REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  VARIANCE-REPORT-LINE        PIC X(132).

       SD  SORT-VARIANCE-FILE.
       01  SORT-VARIANCE-RECORD.
           05  SRT-BRANCH-CODE         PIC X(06).
           05  SRT-ACCOUNT-GROUP       PIC X(04).
           05  SRT-GL-ACCOUNT          PIC 9(08).
           05  SRT-AMOUNTS.
               10  SRT-PER-ACTUAL      PIC S9(15)V99 COMP-3.
               10  SRT-PER-BUDGET      PIC S9(15)V99 COMP-3.
               10  SRT-YTD-ACTUAL      PIC S9(15)V99 COMP-3.
               10  SRT-YTD-BUDGET      PIC S9(15)V99 COMP-3.
               10  SRT-PROJECTION      PIC S9(15)V99 COMP-3.

      *    Meme disposition que dans BANKTRAN.
       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       01  BUSINESS-DATE-RECORD.
           05  BIZ-BUSINESS-DATE       PIC 9(8).
           05  BIZ-NEXT-BUSINESS-DATE  PIC 9(8).
           05  FILLER                  PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-CODES.
           05  WS-BUD-STATUS           PIC X(02) VALUE SPACES.
           05  WS-BAL-STATUS           PIC X(02) VALUE SPACES.
           05  WS-PER-STATUS           PIC X(02) VALUE SPACES.
           05  WS-ACT-STATUS           PIC X(02) VALUE SPACES.
           05  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
           05  WS-BIZ-STATUS           PIC X(02) VALUE SPACES.

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-OPEN-PERIOD              PIC 9(6) VALUE ZERO.

       01  WS-PARM-FIELDS.
           05  WS-ARG-NUM              PIC 9(02) VALUE 1.
           05  WS-PERIOD-PARM          PIC X(06) VALUE SPACES.
           05  WS-THRESHOLD-PARM       PIC X(03) JUSTIFIED RIGHT
                                       VALUE SPACES.
           05  WS-THRESHOLD            PIC 9(03) VALUE 10.

      *    Periode de l'etat, decoupee en exercice et mois.
       01  WS-REPORT-PERIOD.
           05  WS-RP-YEAR              PIC 9(04).
           05  WS-RP-MONTH             PIC 9(02).
       01  WS-REPORT-PERIOD-NUM REDEFINES WS-REPORT-PERIOD
                                       PIC 9(06).

       01  WS-WORK-FIELDS.
           05  WS-PERIOD-IDX           PIC 9(02) COMP VALUE ZERO.
           05  WS-LINE-AMOUNTS.
               10  WS-PER-ACTUAL       PIC S9(15)V99 COMP-3.
               10  WS-PER-BUDGET       PIC S9(15)V99 COMP-3.
               10  WS-YTD-ACTUAL       PIC S9(15)V99 COMP-3.
               10  WS-YTD-BUDGET       PIC S9(15)V99 COMP-3.
               10  WS-PROJECTION       PIC S9(15)V99 COMP-3.
           05  WS-VARIANCE             PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-ABS-BUDGET           PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-VARIANCE-PCT         PIC S9(7)V9 COMP-3 VALUE ZERO.
           05  WS-ABS-PCT              PIC S9(7)V9 COMP-3 VALUE ZERO.
           05  WS-ALERT-FLAG           PIC X(01) VALUE SPACE.
           05  WS-CURRENT-BRANCH       PIC X(06) VALUE SPACES.

      *    Cumuls agence et general, meme disposition que les montants
      *    de ligne.
       01  WS-BRANCH-TOTALS.
           05  WS-BRT-PER-ACTUAL       PIC S9(15)V99 COMP-3.
           05  WS-BRT-PER-BUDGET       PIC S9(15)V99 COMP-3.
           05  WS-BRT-YTD-ACTUAL       PIC S9(15)V99 COMP-3.
           05  WS-BRT-YTD-BUDGET       PIC S9(15)V99 COMP-3.
           05  WS-BRT-PROJECTION       PIC S9(15)V99 COMP-3.
       01  WS-GRAND-TOTALS.
           05  WS-GRT-PER-ACTUAL       PIC S9(15)V99 COMP-3.
           05  WS-GRT-PER-BUDGET       PIC S9(15)V99 COMP-3.
           05  WS-GRT-YTD-ACTUAL       PIC S9(15)V99 COMP-3.
           05  WS-GRT-YTD-BUDGET       PIC S9(15)V99 COMP-3.
           05  WS-GRT-PROJECTION       PIC S9(15)V99 COMP-3.

       01  WS-GROUP-TABLE.
           05  WS-GRP-COUNT            PIC 9(4) COMP-3 VALUE ZERO.
           05  WS-GRP-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-GRP-COUNT
                   INDEXED BY WS-GRP-IDX.
               10  WS-GRP-CODE         PIC X(04).
               10  WS-GRP-PER-ACTUAL   PIC S9(15)V99 COMP-3.
               10  WS-GRP-PER-BUDGET   PIC S9(15)V99 COMP-3.
               10  WS-GRP-YTD-ACTUAL   PIC S9(15)V99 COMP-3.
               10  WS-GRP-YTD-BUDGET   PIC S9(15)V99 COMP-3.
               10  WS-GRP-PROJECTION   PIC S9(15)V99 COMP-3.

       01  WS-SWITCHES.
           05  WS-END-OF-BALANCES      PIC X(01) VALUE 'N'.
               88  END-OF-BALANCES     VALUE 'Y'.
           05  WS-END-OF-BUDGET        PIC X(01) VALUE 'N'.
               88  END-OF-BUDGET       VALUE 'Y'.
           05  WS-END-OF-HISTORY       PIC X(01) VALUE 'N'.
               88  END-OF-HISTORY      VALUE 'Y'.
           05  WS-SORT-EOF-FLAG        PIC X(01) VALUE 'N'.
               88  SORT-RETURN-EOF     VALUE 'Y'.
           05  WS-ACT-FOUND-FLAG       PIC X(01) VALUE 'N'.
               88  HISTORY-FOUND       VALUE 'Y'.
           05  WS-GRP-FOUND-FLAG       PIC X(01) VALUE 'N'.
               88  GROUP-FOUND         VALUE 'Y'.
           05  WS-CAPTURE-FLAG         PIC X(01) VALUE 'N'.
               88  CAPTURE-OPEN-PERIOD VALUE 'Y'.
           05  WS-ABORT-FLAG           PIC X(01) VALUE 'N'.
               88  RUN-ABORTED         VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ACCOUNTS-CAPTURED    PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-BUDGET-LINES         PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-UNBUDGETED-LINES     PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-ALERT-LINES          PIC 9(7) COMP-3 VALUE ZERO.

       01  WS-REPORT-LINES.
           05  WS-RPT-TITLE.
               10  FILLER              PIC X(28) VALUE
                   'ETAT BUDGET / REEL PERIODE '.
               10  RT-PERIOD           PIC 9(06).
               10  FILLER              PIC X(24) VALUE
                   '   SEUIL D''ALERTE (%) : '.
               10  RT-THRESHOLD        PIC ZZ9.
               10  FILLER              PIC X(71) VALUE
                   '   MONTANTS EN UNITES, DEBIT POSITIF'.
           05  WS-RPT-HEADER-1.
               10  FILLER              PIC X(21) VALUE SPACES.
               10  FILLER              PIC X(46) VALUE
                   '--------------- PERIODE ----------------'.
               10  FILLER              PIC X(47) VALUE
                   '----------------- CUMUL -----------------'.
               10  FILLER              PIC X(18) VALUE SPACES.
           05  WS-RPT-HEADER-2.
               10  FILLER              PIC X(21) VALUE
                   'AGENCE GRP  COMPTE'.
               10  FILLER              PIC X(13) VALUE
                   '        REEL'.
               10  FILLER              PIC X(13) VALUE
                   '      BUDGET'.
               10  FILLER              PIC X(12) VALUE
                   '       ECART'.
               10  FILLER              PIC X(09) VALUE
                   '  ECART%'.
               10  FILLER              PIC X(13) VALUE
                   '        REEL'.
               10  FILLER              PIC X(13) VALUE
                   '      BUDGET'.
               10  FILLER              PIC X(12) VALUE
                   '       ECART'.
               10  FILLER              PIC X(09) VALUE
                   '  ECART%'.
               10  FILLER              PIC X(14) VALUE
                   '  PROJECTION'.
               10  FILLER              PIC X(03) VALUE 'AL'.
           05  WS-RPT-DETAIL.
               10  RD-KEY-AREA.
                   15  RD-BRANCH       PIC X(06).
                   15  FILLER          PIC X(01).
                   15  RD-GROUP        PIC X(04).
                   15  FILLER          PIC X(01).
                   15  RD-GL-ACCOUNT   PIC 9(08).
               10  RD-LABEL REDEFINES RD-KEY-AREA
                                       PIC X(20).
               10  FILLER              PIC X(01).
               10  RD-PER-ACTUAL       PIC -ZZZZZZZZZZ9.
               10  FILLER              PIC X(01).
               10  RD-PER-BUDGET       PIC -ZZZZZZZZZZ9.
               10  FILLER              PIC X(01).
               10  RD-PER-VARIANCE     PIC -ZZZZZZZZZZ9.
               10  RD-PER-PCT          PIC -ZZZZ9.9.
               10  RD-PER-PCT-X REDEFINES RD-PER-PCT
                                       PIC X(08).
               10  FILLER              PIC X(01).
               10  RD-YTD-ACTUAL       PIC -ZZZZZZZZZZ9.
               10  FILLER              PIC X(01).
               10  RD-YTD-BUDGET       PIC -ZZZZZZZZZZ9.
               10  FILLER              PIC X(01).
               10  RD-YTD-VARIANCE     PIC -ZZZZZZZZZZ9.
               10  RD-YTD-PCT          PIC -ZZZZ9.9.
               10  RD-YTD-PCT-X REDEFINES RD-YTD-PCT
                                       PIC X(08).
               10  FILLER              PIC X(01).
               10  RD-PROJECTION       PIC -ZZZZZZZZZZ9.
               10  FILLER              PIC X(02).
               10  RD-ALERT-PERIOD     PIC X(01).
               10  RD-ALERT-CUMUL      PIC X(01).
               10  FILLER              PIC X(01).
           05  WS-RPT-GROUP-TITLE.
               10  FILLER              PIC X(40) VALUE
                   'CUMULS PAR GROUPE DE COMPTES'.
               10  FILLER              PIC X(92) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-CONTROL.
           PERFORM 100-INITIALIZE

           IF NOT RUN-ABORTED
               IF CAPTURE-OPEN-PERIOD
                   PERFORM 200-CAPTURE-ACTUALS
               END-IF

               SORT SORT-VARIANCE-FILE
                   ON ASCENDING KEY SRT-BRANCH-CODE
                                    SRT-ACCOUNT-GROUP
                                    SRT-GL-ACCOUNT
                   INPUT PROCEDURE 400-SELECT-REPORT-LINES
                       THRU 400-SELECT-REPORT-LINES-EXIT
                   OUTPUT PROCEDURE 500-WRITE-VARIANCE-REPORT
                       THRU 500-WRITE-VARIANCE-REPORT-EXIT
           END-IF

           PERFORM 900-FINALIZE
           STOP RUN.

       100-INITIALIZE.
           DISPLAY '*** DEBUT ETAT BUDGET / REEL ***'
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 105-READ-BUSINESS-DATE
           PERFORM 107-READ-PERIOD-CONTROL

           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-PERIOD-PARM FROM ARGUMENT-VALUE
           MOVE 2 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-THRESHOLD-PARM FROM ARGUMENT-VALUE

           IF WS-PERIOD-PARM NUMERIC AND WS-PERIOD-PARM NOT = ZERO
               MOVE WS-PERIOD-PARM TO WS-REPORT-PERIOD-NUM
           ELSE
               IF WS-OPEN-PERIOD NOT = ZERO
                   MOVE WS-OPEN-PERIOD TO WS-REPORT-PERIOD-NUM
               ELSE
                   MOVE WS-RUN-DATE(1:6) TO WS-REPORT-PERIOD-NUM
               END-IF
           END-IF

           INSPECT WS-THRESHOLD-PARM
               REPLACING LEADING ' ' BY '0'
           IF WS-THRESHOLD-PARM NUMERIC
                   AND WS-THRESHOLD-PARM NOT = '000'
               MOVE WS-THRESHOLD-PARM TO WS-THRESHOLD
           END-IF

           IF WS-RP-MONTH < 1 OR WS-RP-MONTH > 12
               DISPLAY 'PERIODE INVALIDE : ' WS-REPORT-PERIOD-NUM
               MOVE 'Y' TO WS-ABORT-FLAG
               MOVE 16 TO RETURN-CODE
           END-IF

           DISPLAY 'PERIODE DE L''ETAT     : ' WS-REPORT-PERIOD-NUM
           DISPLAY 'SEUIL D''ALERTE (%)    : ' WS-THRESHOLD

      *    Le reel de GLBAL n'est fiable que pour la periode ouverte ;
      *    pour une autre periode l'historique fait foi.
           IF WS-REPORT-PERIOD-NUM = WS-OPEN-PERIOD
               MOVE 'Y' TO WS-CAPTURE-FLAG
           ELSE
               DISPLAY 'PERIODE NON OUVERTE - REEL LU DANS BUDACT'
           END-IF

           OPEN INPUT  BUDGET-MASTER-FILE
           OPEN OUTPUT VARIANCE-REPORT-FILE

           OPEN I-O ACTUAL-HISTORY-FILE
           IF WS-ACT-STATUS = '35'
               OPEN OUTPUT ACTUAL-HISTORY-FILE
               CLOSE ACTUAL-HISTORY-FILE
               OPEN I-O ACTUAL-HISTORY-FILE
           END-IF

           IF WS-BUD-STATUS NOT = '00'
                   OR WS-ACT-STATUS NOT = '00'
                   OR WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE BUDGMST/BUDACT/RAPPORT: '
                       WS-BUD-STATUS ' ' WS-ACT-STATUS ' '
                       WS-RPT-STATUS
               MOVE 'Y' TO WS-ABORT-FLAG
               MOVE 16 TO RETURN-CODE
           END-IF

           IF CAPTURE-OPEN-PERIOD AND NOT RUN-ABORTED
               OPEN INPUT GL-BALANCE-FILE
               IF WS-BAL-STATUS NOT = '00'
                   DISPLAY 'ERREUR OUVERTURE MAITRE DES SOLDES: '
                           WS-BAL-STATUS
                   MOVE 'Y' TO WS-ABORT-FLAG
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF

           IF NOT RUN-ABORTED
               MOVE WS-REPORT-PERIOD-NUM TO RT-PERIOD
               MOVE WS-THRESHOLD TO RT-THRESHOLD
               WRITE VARIANCE-REPORT-LINE FROM WS-RPT-TITLE
               MOVE SPACES TO VARIANCE-REPORT-LINE
               WRITE VARIANCE-REPORT-LINE
               WRITE VARIANCE-REPORT-LINE FROM WS-RPT-HEADER-1
               WRITE VARIANCE-REPORT-LINE FROM WS-RPT-HEADER-2
           END-IF.

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
           END-IF.

      *----------------------------------------------------------------
      *    HISTORIQUE : le mouvement de la periode ouverte est fige
      *    (un nouvel etat du meme mois le remplace)
      *----------------------------------------------------------------
       200-CAPTURE-ACTUALS.
           MOVE 'N' TO WS-END-OF-BALANCES
           MOVE LOW-VALUES TO GLB-GL-ACCOUNT
           START GL-BALANCE-FILE
               KEY IS GREATER THAN OR EQUAL GLB-GL-ACCOUNT
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-BALANCES
           END-START

           PERFORM 210-CAPTURE-ONE-ACCOUNT
               UNTIL END-OF-BALANCES
           CLOSE GL-BALANCE-FILE
           DISPLAY 'COMPTES FIGES DANS BUDACT: ' WS-ACCOUNTS-CAPTURED.

       210-CAPTURE-ONE-ACCOUNT.
           READ GL-BALANCE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-BALANCES
               NOT AT END
                   MOVE WS-RP-YEAR TO BA-FISCAL-YEAR
                   MOVE GLB-GL-ACCOUNT TO BA-GL-ACCOUNT
                   PERFORM 220-READ-HISTORY
                   IF NOT HISTORY-FOUND
                       MOVE SPACES TO ACTUAL-HISTORY-RECORD
                       MOVE WS-RP-YEAR TO BA-FISCAL-YEAR
                       MOVE GLB-GL-ACCOUNT TO BA-GL-ACCOUNT
                       PERFORM 221-ZERO-HISTORY-PERIOD
                           VARYING WS-PERIOD-IDX FROM 1 BY 1
                           UNTIL WS-PERIOD-IDX > 12
                   END-IF
                   COMPUTE BA-PERIOD-ACTUAL(WS-RP-MONTH) =
                       GLB-PERIOD-DEBITS - GLB-PERIOD-CREDITS
                   MOVE WS-RUN-DATE TO BA-LAST-CAPTURE-DATE
                   IF HISTORY-FOUND
                       REWRITE ACTUAL-HISTORY-RECORD
                           INVALID KEY
                               DISPLAY 'ERREUR REWRITE BUDACT: '
                                       BA-GL-ACCOUNT
                       END-REWRITE
                   ELSE
                       WRITE ACTUAL-HISTORY-RECORD
                           INVALID KEY
                               DISPLAY 'ERREUR ECRITURE BUDACT: '
                                       BA-GL-ACCOUNT
                       END-WRITE
                   END-IF
                   ADD 1 TO WS-ACCOUNTS-CAPTURED
           END-READ.

       220-READ-HISTORY.
           MOVE 'N' TO WS-ACT-FOUND-FLAG
           READ ACTUAL-HISTORY-FILE
               KEY IS BA-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACT-FOUND-FLAG
           END-READ.

       221-ZERO-HISTORY-PERIOD.
           MOVE ZERO TO BA-PERIOD-ACTUAL(WS-PERIOD-IDX).

      *----------------------------------------------------------------
      *    ETAPE DE TRI - PROCEDURE D'ENTREE
      *    Chaque ligne de budget de l'exercice, puis les comptes
      *    mouvementes sans budget.
      *----------------------------------------------------------------
       400-SELECT-REPORT-LINES.
           MOVE 'N' TO WS-END-OF-BUDGET
           MOVE WS-RP-YEAR TO BG-FISCAL-YEAR
           MOVE ZERO TO BG-GL-ACCOUNT
           START BUDGET-MASTER-FILE
               KEY IS GREATER THAN OR EQUAL BG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-BUDGET
           END-START
           PERFORM 410-RELEASE-BUDGET-LINE
               UNTIL END-OF-BUDGET

           MOVE 'N' TO WS-END-OF-HISTORY
           MOVE WS-RP-YEAR TO BA-FISCAL-YEAR
           MOVE ZERO TO BA-GL-ACCOUNT
           START ACTUAL-HISTORY-FILE
               KEY IS GREATER THAN OR EQUAL BA-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-HISTORY
           END-START
           PERFORM 430-RELEASE-UNBUDGETED
               UNTIL END-OF-HISTORY.

       400-SELECT-REPORT-LINES-EXIT.
           EXIT.

       410-RELEASE-BUDGET-LINE.
           READ BUDGET-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-BUDGET
               NOT AT END
                   IF BG-FISCAL-YEAR NOT = WS-RP-YEAR
                       MOVE 'Y' TO WS-END-OF-BUDGET
                   ELSE
                       MOVE BG-FISCAL-YEAR TO BA-FISCAL-YEAR
                       MOVE BG-GL-ACCOUNT TO BA-GL-ACCOUNT
                       PERFORM 220-READ-HISTORY
                       INITIALIZE WS-LINE-AMOUNTS
                       PERFORM 420-ADD-ONE-PERIOD
                           VARYING WS-PERIOD-IDX FROM 1 BY 1
                           UNTIL WS-PERIOD-IDX > 12
                       MOVE BG-BRANCH-CODE TO SRT-BRANCH-CODE
                       MOVE BG-ACCOUNT-GROUP TO SRT-ACCOUNT-GROUP
                       MOVE BG-GL-ACCOUNT TO SRT-GL-ACCOUNT
                       MOVE WS-LINE-AMOUNTS TO SRT-AMOUNTS
                       RELEASE SORT-VARIANCE-RECORD
                       ADD 1 TO WS-BUDGET-LINES
                   END-IF
           END-READ.

      *    Reel et budget jusqu'a la periode de l'etat ; au-dela, le
      *    budget restant alimente la projection annuelle.
       420-ADD-ONE-PERIOD.
           IF WS-PERIOD-IDX <= WS-RP-MONTH
               ADD BG-PERIOD-BUDGET(WS-PERIOD-IDX) TO WS-YTD-BUDGET
               IF HISTORY-FOUND
                   ADD BA-PERIOD-ACTUAL(WS-PERIOD-IDX)
                       TO WS-YTD-ACTUAL
                   ADD BA-PERIOD-ACTUAL(WS-PERIOD-IDX)
                       TO WS-PROJECTION
               END-IF
           ELSE
               ADD BG-PERIOD-BUDGET(WS-PERIOD-IDX) TO WS-PROJECTION
           END-IF
           IF WS-PERIOD-IDX = WS-RP-MONTH
               MOVE BG-PERIOD-BUDGET(WS-PERIOD-IDX) TO WS-PER-BUDGET
               IF HISTORY-FOUND
                   MOVE BA-PERIOD-ACTUAL(WS-PERIOD-IDX)
                       TO WS-PER-ACTUAL
               END-IF
           END-IF.

       430-RELEASE-UNBUDGETED.
           READ ACTUAL-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-HISTORY
               NOT AT END
                   IF BA-FISCAL-YEAR NOT = WS-RP-YEAR
                       MOVE 'Y' TO WS-END-OF-HISTORY
                   ELSE
                       PERFORM 431-CHECK-UNBUDGETED
                   END-IF
           END-READ.

       431-CHECK-UNBUDGETED.
           MOVE BA-FISCAL-YEAR TO BG-FISCAL-YEAR
           MOVE BA-GL-ACCOUNT TO BG-GL-ACCOUNT
           READ BUDGET-MASTER-FILE
               KEY IS BG-KEY
               INVALID KEY
                   INITIALIZE WS-LINE-AMOUNTS
                   PERFORM 432-ADD-UNBUDGETED-PERIOD
                       VARYING WS-PERIOD-IDX FROM 1 BY 1
                       UNTIL WS-PERIOD-IDX > WS-RP-MONTH
                   IF WS-YTD-ACTUAL NOT = ZERO
                           OR WS-PER-ACTUAL NOT = ZERO
                       MOVE '******' TO SRT-BRANCH-CODE
                       MOVE BA-GL-ACCOUNT(1:2) TO SRT-ACCOUNT-GROUP
                       MOVE BA-GL-ACCOUNT TO SRT-GL-ACCOUNT
                       MOVE WS-LINE-AMOUNTS TO SRT-AMOUNTS
                       RELEASE SORT-VARIANCE-RECORD
                       ADD 1 TO WS-UNBUDGETED-LINES
                   END-IF
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       432-ADD-UNBUDGETED-PERIOD.
           ADD BA-PERIOD-ACTUAL(WS-PERIOD-IDX) TO WS-YTD-ACTUAL
           ADD BA-PERIOD-ACTUAL(WS-PERIOD-IDX) TO WS-PROJECTION
           IF WS-PERIOD-IDX = WS-RP-MONTH
               MOVE BA-PERIOD-ACTUAL(WS-PERIOD-IDX) TO WS-PER-ACTUAL
           END-IF.

      *----------------------------------------------------------------
      *    ETAPE DE TRI - PROCEDURE DE SORTIE
      *    Rupture agence, puis cumuls par groupe de comptes.
      *----------------------------------------------------------------
       500-WRITE-VARIANCE-REPORT.
           INITIALIZE WS-GRAND-TOTALS
           PERFORM 510-RETURN-SORTED-RECORD
           PERFORM 520-PROCESS-ONE-BRANCH UNTIL SORT-RETURN-EOF

           MOVE WS-GRAND-TOTALS TO WS-LINE-AMOUNTS
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE 'TOTAL GENERAL' TO RD-LABEL
           PERFORM 550-FORMAT-AMOUNTS
           WRITE VARIANCE-REPORT-LINE FROM WS-RPT-DETAIL

           MOVE SPACES TO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-LINE FROM WS-RPT-GROUP-TITLE
           PERFORM 560-WRITE-GROUP-LINE
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT.

       500-WRITE-VARIANCE-REPORT-EXIT.
           EXIT.

       510-RETURN-SORTED-RECORD.
           RETURN SORT-VARIANCE-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-FLAG
           END-RETURN.

       520-PROCESS-ONE-BRANCH.
           MOVE SRT-BRANCH-CODE TO WS-CURRENT-BRANCH
           INITIALIZE WS-BRANCH-TOTALS

           PERFORM 530-WRITE-DETAIL-LINE
               UNTIL SORT-RETURN-EOF
                   OR SRT-BRANCH-CODE NOT = WS-CURRENT-BRANCH

           MOVE WS-BRANCH-TOTALS TO WS-LINE-AMOUNTS
           MOVE SPACES TO WS-RPT-DETAIL
           STRING 'TOTAL AGENCE ' WS-CURRENT-BRANCH
               DELIMITED BY SIZE INTO RD-LABEL
           PERFORM 550-FORMAT-AMOUNTS
           WRITE VARIANCE-REPORT-LINE FROM WS-RPT-DETAIL
           MOVE SPACES TO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-LINE

           ADD WS-BRT-PER-ACTUAL TO WS-GRT-PER-ACTUAL
           ADD WS-BRT-PER-BUDGET TO WS-GRT-PER-BUDGET
           ADD WS-BRT-YTD-ACTUAL TO WS-GRT-YTD-ACTUAL
           ADD WS-BRT-YTD-BUDGET TO WS-GRT-YTD-BUDGET
           ADD WS-BRT-PROJECTION TO WS-GRT-PROJECTION.

       530-WRITE-DETAIL-LINE.
           MOVE SRT-AMOUNTS TO WS-LINE-AMOUNTS
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE SRT-BRANCH-CODE TO RD-BRANCH
           MOVE SRT-ACCOUNT-GROUP TO RD-GROUP
           MOVE SRT-GL-ACCOUNT TO RD-GL-ACCOUNT
           PERFORM 550-FORMAT-AMOUNTS
           IF RD-ALERT-PERIOD NOT = SPACE
                   OR RD-ALERT-CUMUL NOT = SPACE
               ADD 1 TO WS-ALERT-LINES
           END-IF
           WRITE VARIANCE-REPORT-LINE FROM WS-RPT-DETAIL

           ADD WS-PER-ACTUAL TO WS-BRT-PER-ACTUAL
           ADD WS-PER-BUDGET TO WS-BRT-PER-BUDGET
           ADD WS-YTD-ACTUAL TO WS-BRT-YTD-ACTUAL
           ADD WS-YTD-BUDGET TO WS-BRT-YTD-BUDGET
           ADD WS-PROJECTION TO WS-BRT-PROJECTION
           PERFORM 540-TALLY-GROUP

           PERFORM 510-RETURN-SORTED-RECORD.

       540-TALLY-GROUP.
           MOVE 'N' TO WS-GRP-FOUND-FLAG
           IF WS-GRP-COUNT > 0
               SET WS-GRP-IDX TO 1
               SEARCH WS-GRP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-GRP-CODE(WS-GRP-IDX) = SRT-ACCOUNT-GROUP
                       MOVE 'Y' TO WS-GRP-FOUND-FLAG
               END-SEARCH
           END-IF

           IF NOT GROUP-FOUND
               IF WS-GRP-COUNT < 500
                   ADD 1 TO WS-GRP-COUNT
                   SET WS-GRP-IDX TO WS-GRP-COUNT
                   MOVE SRT-ACCOUNT-GROUP TO WS-GRP-CODE(WS-GRP-IDX)
                   MOVE ZERO TO WS-GRP-PER-ACTUAL(WS-GRP-IDX)
                                WS-GRP-PER-BUDGET(WS-GRP-IDX)
                                WS-GRP-YTD-ACTUAL(WS-GRP-IDX)
                                WS-GRP-YTD-BUDGET(WS-GRP-IDX)
                                WS-GRP-PROJECTION(WS-GRP-IDX)
                   MOVE 'Y' TO WS-GRP-FOUND-FLAG
               ELSE
                   DISPLAY '*** ALERTE: TABLE DES GROUPES SATUREE ***'
               END-IF
           END-IF

           IF GROUP-FOUND
               ADD WS-PER-ACTUAL TO WS-GRP-PER-ACTUAL(WS-GRP-IDX)
               ADD WS-PER-BUDGET TO WS-GRP-PER-BUDGET(WS-GRP-IDX)
               ADD WS-YTD-ACTUAL TO WS-GRP-YTD-ACTUAL(WS-GRP-IDX)
               ADD WS-YTD-BUDGET TO WS-GRP-YTD-BUDGET(WS-GRP-IDX)
               ADD WS-PROJECTION TO WS-GRP-PROJECTION(WS-GRP-IDX)
           END-IF.

      *    Montants de WS-LINE-AMOUNTS vers la ligne ; ecart en % du
      *    budget (en valeur absolue, les budgets crediteurs etant
      *    negatifs). Budget nul et reel non nul : alerte sans %.
       550-FORMAT-AMOUNTS.
           COMPUTE RD-PER-ACTUAL ROUNDED = WS-PER-ACTUAL
           COMPUTE RD-PER-BUDGET ROUNDED = WS-PER-BUDGET
           COMPUTE WS-VARIANCE = WS-PER-ACTUAL - WS-PER-BUDGET
           COMPUTE RD-PER-VARIANCE ROUNDED = WS-VARIANCE
           MOVE WS-PER-BUDGET TO WS-ABS-BUDGET
           PERFORM 555-COMPUTE-PERCENT
           IF WS-ABS-BUDGET = ZERO
               MOVE SPACES TO RD-PER-PCT-X
           ELSE
               MOVE WS-VARIANCE-PCT TO RD-PER-PCT
           END-IF
           IF WS-ALERT-FLAG NOT = SPACE
               MOVE 'P' TO RD-ALERT-PERIOD
           END-IF

           COMPUTE RD-YTD-ACTUAL ROUNDED = WS-YTD-ACTUAL
           COMPUTE RD-YTD-BUDGET ROUNDED = WS-YTD-BUDGET
           COMPUTE WS-VARIANCE = WS-YTD-ACTUAL - WS-YTD-BUDGET
           COMPUTE RD-YTD-VARIANCE ROUNDED = WS-VARIANCE
           MOVE WS-YTD-BUDGET TO WS-ABS-BUDGET
           PERFORM 555-COMPUTE-PERCENT
           IF WS-ABS-BUDGET = ZERO
               MOVE SPACES TO RD-YTD-PCT-X
           ELSE
               MOVE WS-VARIANCE-PCT TO RD-YTD-PCT
           END-IF
           IF WS-ALERT-FLAG NOT = SPACE
               MOVE 'C' TO RD-ALERT-CUMUL
           END-IF

           COMPUTE RD-PROJECTION ROUNDED = WS-PROJECTION.

       555-COMPUTE-PERCENT.
           MOVE SPACE TO WS-ALERT-FLAG
           MOVE ZERO TO WS-VARIANCE-PCT
           IF WS-ABS-BUDGET < ZERO
               COMPUTE WS-ABS-BUDGET = ZERO - WS-ABS-BUDGET
           END-IF
           IF WS-ABS-BUDGET = ZERO
               IF WS-VARIANCE NOT = ZERO
                   MOVE 'Y' TO WS-ALERT-FLAG
               END-IF
           ELSE
               COMPUTE WS-VARIANCE-PCT ROUNDED =
                   WS-VARIANCE * 100 / WS-ABS-BUDGET
                   ON SIZE ERROR
                       MOVE 999999.9 TO WS-VARIANCE-PCT
               END-COMPUTE
               MOVE WS-VARIANCE-PCT TO WS-ABS-PCT
               IF WS-ABS-PCT < ZERO
                   COMPUTE WS-ABS-PCT = ZERO - WS-ABS-PCT
               END-IF
               IF WS-ABS-PCT > WS-THRESHOLD
                   MOVE 'Y' TO WS-ALERT-FLAG
               END-IF
           END-IF.

       560-WRITE-GROUP-LINE.
           MOVE WS-GRP-PER-ACTUAL(WS-GRP-IDX) TO WS-PER-ACTUAL
           MOVE WS-GRP-PER-BUDGET(WS-GRP-IDX) TO WS-PER-BUDGET
           MOVE WS-GRP-YTD-ACTUAL(WS-GRP-IDX) TO WS-YTD-ACTUAL
           MOVE WS-GRP-YTD-BUDGET(WS-GRP-IDX) TO WS-YTD-BUDGET
           MOVE WS-GRP-PROJECTION(WS-GRP-IDX) TO WS-PROJECTION
           MOVE SPACES TO WS-RPT-DETAIL
           STRING 'GROUPE ' WS-GRP-CODE(WS-GRP-IDX)
               DELIMITED BY SIZE INTO RD-LABEL
           PERFORM 550-FORMAT-AMOUNTS
           WRITE VARIANCE-REPORT-LINE FROM WS-RPT-DETAIL.

       900-FINALIZE.
           DISPLAY '*** FINALISATION ETAT BUDGET / REEL ***'

           IF WS-BUD-STATUS = '00' OR WS-BUD-STATUS = '10'
                   OR WS-BUD-STATUS = '23'
               CLOSE BUDGET-MASTER-FILE
           END-IF
           IF WS-ACT-STATUS = '00' OR WS-ACT-STATUS = '10'
                   OR WS-ACT-STATUS = '23'
               CLOSE ACTUAL-HISTORY-FILE
           END-IF
           IF WS-RPT-STATUS = '00'
               CLOSE VARIANCE-REPORT-FILE
           END-IF

           DISPLAY ' '
           DISPLAY '================================================'
           DISPLAY '  RAPPORT SOMMAIRE - ETAT BUDGET / REEL         '
           DISPLAY '================================================'
           DISPLAY 'PERIODE                : ' WS-REPORT-PERIOD-NUM
           DISPLAY 'COMPTES FIGES (BUDACT) : ' WS-ACCOUNTS-CAPTURED
           DISPLAY 'LIGNES DE BUDGET       : ' WS-BUDGET-LINES
           DISPLAY 'COMPTES SANS BUDGET    : ' WS-UNBUDGETED-LINES
           DISPLAY 'LIGNES EN ALERTE       : ' WS-ALERT-LINES
           DISPLAY 'GROUPES DE COMPTES     : ' WS-GRP-COUNT
           DISPLAY '================================================'
           DISPLAY ' '

           DISPLAY '*** FIN ETAT BUDGET / REEL ***'.

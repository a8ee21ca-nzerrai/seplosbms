       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLCOLLCT.
       AUTHOR. BANKING SYSTEM TEAM.
      ******************************************************************
      * COLLECTE DES JOURNAUX DE SOUS-LIVRES POUR GLLEDGER              *
      * - Seules les pieces de GLPOST atteignaient GLLEDGER : paie,     *
      *   cout des ventes, ventilation de la main-d'oeuvre, prets et    *
      *   apurement d'attente n'entraient jamais dans la balance        *
      * - Lit chaque journal au format JOURNAL-VOUCHER-RECORD de la     *
      *   nuit (GLPOSTJ, LNJRNL, LBJRNL, DLQJRNL, SUSPJRNL, PAYJRNL,    *
      *   COGSJRNL, LABJRNL, FAJRNL, APJRNL, TAXJRNL, BDJRNL,           *
      *   RCVJRNL, RBJRNL, EXPJRNL) ; un journal absent ou vide est     *
      *   signale, pas bloquant (la paie ne tourne pas toutes les       *
      *   nuits)                                                        *
      * - Chaque lot est prouve avant collecte : debits = credits sur   *
      *   les details 'D', et s'il porte des totaux 'T', ceux-ci        *
      *   doivent egaler ses details compte par compte ; un lot date    *
      *   d'avant la date metier (fichier d'une nuit deja reportee) est *
      *   ecarte aussi. Un lot refuse l'est EN BLOC                     *
      * - Chaque producteur numerote ses pieces a partir de 1 : les     *
      *   numeros d'origine deja pris par un lot precedent sont comptes *
      *   comme doublons et remplaces, chaque lot recoit une plage      *
      *   unique (l'ecart entre pieces du lot est conserve)             *
      * - Sortie : un seul flux GLJRNL pour GLLEDGER et GLPROOF,        *
      *   details collectes puis totaux 'T' par compte comme GLPOST,    *
      *   et le rapport d'intake source par source (GLCOLRPT)           *
      * - Code retour 4 si un lot est refuse ou si GLPOSTJ manque       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Pieces de GLPOST (son GLJRNL, relu ici sous GLPOSTJ).
           SELECT GLPOST-JOURNAL-FILE
               ASSIGN TO GLPOSTJ
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

           SELECT LOANPAY-JOURNAL-FILE
               ASSIGN TO LNJRNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

           SELECT LOANBOOK-JOURNAL-FILE
               ASSIGN TO LBJRNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

           SELECT LOANDLQ-JOURNAL-FILE
               ASSIGN TO DLQJRNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

           SELECT SUSPCLR-JOURNAL-FILE
               ASSIGN TO SUSPJRNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

      *    Journaux des applications de gestion (EMPLOYEE-PAYROLL,
      *    INVENTORY-COST, LABOR-DIST), memes enregistrements.
           SELECT PAYROLL-JOURNAL-FILE
               ASSIGN TO PAYJRNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

           SELECT COGS-JOURNAL-FILE
               ASSIGN TO COGSJRNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

           SELECT LABOR-JOURNAL-FILE
               ASSIGN TO LABJRNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

           SELECT FIXED-ASSET-JOURNAL-FILE
               ASSIGN TO FAJRNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

           SELECT AP-PAYMENT-JOURNAL-FILE
               ASSIGN TO APJRNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

           SELECT SALES-TAX-JOURNAL-FILE
               ASSIGN TO TAXJRNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

           SELECT BAD-DEBT-JOURNAL-FILE
               ASSIGN TO BDJRNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

           SELECT RECOVERY-JOURNAL-FILE
               ASSIGN TO RCVJRNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

           SELECT REBATE-JOURNAL-FILE
               ASSIGN TO RBJRNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

           SELECT EXPENSE-JOURNAL-FILE
               ASSIGN TO EXPJRNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

      *    Flux combine de la nuit, lu par GLLEDGER et GLPROOF.
           SELECT JOURNAL-VOUCHER-FILE
               ASSIGN TO GLJRNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.

           SELECT INTAKE-REPORT-FILE
               ASSIGN TO GLCOLRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      *    Date metier de la nuit deposee par BATCHDRV ; absente, la
      *    date systeme reste la regle.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO BIZDATE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BIZ-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Journaux sources : lus tels quels dans WS-SOURCE-RECORD.
       FD  GLPOST-JOURNAL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  GLPOST-JOURNAL-RECORD       PIC X(66).

       FD  LOANPAY-JOURNAL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  LOANPAY-JOURNAL-RECORD      PIC X(66).

       FD  LOANBOOK-JOURNAL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  LOANBOOK-JOURNAL-RECORD     PIC X(66).

       FD  LOANDLQ-JOURNAL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  LOANDLQ-JOURNAL-RECORD      PIC X(66).

       FD  SUSPCLR-JOURNAL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  SUSPCLR-JOURNAL-RECORD      PIC X(66).

       FD  PAYROLL-JOURNAL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PAYROLL-JOURNAL-RECORD      PIC X(66).

       FD  COGS-JOURNAL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  COGS-JOURNAL-RECORD         PIC X(66).

       FD  LABOR-JOURNAL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  LABOR-JOURNAL-RECORD        PIC X(66).

       FD  FIXED-ASSET-JOURNAL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FIXED-ASSET-JOURNAL-RECORD  PIC X(66).

       FD  AP-PAYMENT-JOURNAL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  AP-PAYMENT-JOURNAL-RECORD   PIC X(66).

       FD  SALES-TAX-JOURNAL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  SALES-TAX-JOURNAL-RECORD    PIC X(66).

       FD  BAD-DEBT-JOURNAL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  BAD-DEBT-JOURNAL-RECORD     PIC X(66).

       FD  RECOVERY-JOURNAL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  RECOVERY-JOURNAL-RECORD     PIC X(66).

       FD  REBATE-JOURNAL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REBATE-JOURNAL-RECORD       PIC X(66).

       FD  EXPENSE-JOURNAL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  EXPENSE-JOURNAL-RECORD      PIC X(66).

      *    Meme disposition que JOURNAL-VOUCHER-RECORD dans GLPOST.
       FD  JOURNAL-VOUCHER-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  JOURNAL-VOUCHER-RECORD.
           05  JV-RECORD-TYPE          PIC X(01).
               88  JV-DETAIL           VALUE 'D'.
               88  JV-BATCH-TOTAL      VALUE 'T'.
           05  JV-RUN-DATE             PIC 9(08).
           05  JV-VOUCHER-NUMBER       PIC 9(08).
           05  JV-GL-ACCOUNT           PIC 9(08).
           05  JV-DC-INDICATOR         PIC X(01).
           05  JV-AMOUNT               PIC S9(13)V99 COMP-3.
           05  JV-SOURCE-TRAN-ID       PIC X(16).
           05  JV-SOURCE-TYPE          PIC X(02).
           05  FILLER                  PIC X(14).

       FD  INTAKE-REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  INTAKE-REPORT-LINE          PIC X(132).

      *    Meme disposition que dans BANKTRAN.
       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       01  BUSINESS-DATE-RECORD.
           05  BIZ-BUSINESS-DATE       PIC 9(8).
           05  BIZ-NEXT-BUSINESS-DATE  PIC 9(8).
           05  FILLER                  PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-CODES.
           05  WS-SRC-STATUS           PIC X(02) VALUE SPACES.
           05  WS-JRN-STATUS           PIC X(02) VALUE SPACES.
           05  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
           05  WS-BIZ-STATUS           PIC X(02) VALUE SPACES.

       01  WS-RUN-DATE                 PIC 9(8).

      *    Ligne source courante, meme disposition que GLJRNL.
       01  WS-SOURCE-RECORD.
           05  SJ-RECORD-TYPE          PIC X(01).
               88  SJ-DETAIL           VALUE 'D'.
               88  SJ-BATCH-TOTAL      VALUE 'T'.
           05  SJ-RUN-DATE             PIC 9(08).
           05  SJ-VOUCHER-NUMBER       PIC 9(08).
           05  SJ-GL-ACCOUNT           PIC 9(08).
           05  SJ-DC-INDICATOR         PIC X(01).
           05  SJ-AMOUNT               PIC S9(13)V99 COMP-3.
           05  SJ-SOURCE-TRAN-ID       PIC X(16).
           05  SJ-SOURCE-TYPE          PIC X(02).
           05  FILLER                  PIC X(14).

      *    Les journaux attendus, dans l'ordre de collecte.
       01  WS-SOURCE-DEFINITIONS.
           05  FILLER                  PIC X(24) VALUE
               'GLPOSTJ GLPOST          '.
           05  FILLER                  PIC X(24) VALUE
               'LNJRNL  LOANPAY         '.
           05  FILLER                  PIC X(24) VALUE
               'LBJRNL  LOANBOOK        '.
           05  FILLER                  PIC X(24) VALUE
               'DLQJRNL LOANDLQ         '.
           05  FILLER                  PIC X(24) VALUE
               'SUSPJRNLSUSPCLR         '.
           05  FILLER                  PIC X(24) VALUE
               'PAYJRNL EMPLOYEE-PAYROLL'.
           05  FILLER                  PIC X(24) VALUE
               'COGSJRNLINVENTORY-COST  '.
           05  FILLER                  PIC X(24) VALUE
               'LABJRNL LABOR-DIST      '.
           05  FILLER                  PIC X(24) VALUE
               'FAJRNL  FADEPR          '.
           05  FILLER                  PIC X(24) VALUE
               'APJRNL  AP-PAYMENT-RUN  '.
           05  FILLER                  PIC X(24) VALUE
               'TAXJRNL SALES-TAX-REPORT'.
           05  FILLER                  PIC X(24) VALUE
               'BDJRNL  AR-WRITEOFF     '.
           05  FILLER                  PIC X(24) VALUE
               'RCVJRNL LOCKBOX-INTAKE  '.
           05  FILLER                  PIC X(24) VALUE
               'RBJRNL  VOLUME-REBATE   '.
           05  FILLER                  PIC X(24) VALUE
               'EXPJRNL EXPENSE-INTAKE  '.
       01  WS-SOURCE-TABLE REDEFINES WS-SOURCE-DEFINITIONS.
           05  WS-SRC-ENTRY OCCURS 15 TIMES.
               10  WS-SRC-DD-NAME      PIC X(08).
               10  WS-SRC-PROGRAM      PIC X(16).

      *    Resultat par journal, pour le rapport et la detection des
      *    doublons (plages d'origine des lots deja collectes).
       01  WS-SOURCE-RESULTS.
           05  WS-SRC-COUNT            PIC 9(02) COMP VALUE 15.
           05  WS-SRR-ENTRY OCCURS 15 TIMES.
               10  WS-SRR-STATE        PIC X(01).
                   88  SRR-COLLECTED   VALUE 'C'.
               10  WS-SRR-LOW-VOUCHER  PIC 9(08).
               10  WS-SRR-HIGH-VOUCHER PIC 9(08).

       01  WS-SOURCE-SUBSCRIPTS.
           05  WS-SRC-IDX              PIC 9(02) COMP VALUE ZERO.
           05  WS-PRIOR-IDX            PIC 9(02) COMP VALUE ZERO.

      *    Preuve du lot courant.
       01  WS-BATCH-FIELDS.
           05  WS-BAT-LINES            PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-BAT-TOTAL-LINES      PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-BAT-DEBITS           PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-BAT-CREDITS          PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-BAT-DUPLICATES       PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-BAT-LOW-VOUCHER      PIC 9(08) VALUE ZERO.
           05  WS-BAT-HIGH-VOUCHER     PIC 9(08) VALUE ZERO.
           05  WS-BAT-FIRST-DATE       PIC 9(08) VALUE ZERO.
           05  WS-BAT-RANGE-START      PIC 9(08) VALUE ZERO.
           05  WS-BAT-RANGE-END        PIC 9(08) VALUE ZERO.
           05  WS-BAT-STATUS-TEXT      PIC X(22) VALUE SPACES.
           05  WS-BAT-TOTAL-TEXT       PIC X(05) VALUE SPACES.

      *    Details et totaux 'T' du lot courant par compte.
       01  WS-BATCH-GL-TABLE.
           05  WS-BGL-COUNT            PIC 9(4) COMP-3 VALUE ZERO.
           05  WS-BGL-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-BGL-COUNT
                   INDEXED BY WS-BGL-IDX.
               10  WS-BGL-GL-ACCOUNT   PIC 9(08).
               10  WS-BGL-DETAIL-DR    PIC S9(15)V99 COMP-3.
               10  WS-BGL-DETAIL-CR    PIC S9(15)V99 COMP-3.
               10  WS-BGL-TOTAL-DR     PIC S9(15)V99 COMP-3.
               10  WS-BGL-TOTAL-CR     PIC S9(15)V99 COMP-3.

      *    Totaux du flux combine, ecrits en 'T' a la fin.
       01  WS-COMBINED-GL-TABLE.
           05  WS-CGL-COUNT            PIC 9(4) COMP-3 VALUE ZERO.
           05  WS-CGL-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-CGL-COUNT
                   INDEXED BY WS-CGL-IDX.
               10  WS-CGL-GL-ACCOUNT   PIC 9(08).
               10  WS-CGL-DEBITS       PIC S9(15)V99 COMP-3.
               10  WS-CGL-CREDITS      PIC S9(15)V99 COMP-3.

       01  WS-SWITCHES.
           05  WS-END-OF-SOURCE        PIC X(01) VALUE 'N'.
               88  END-OF-SOURCE       VALUE 'Y'.
           05  WS-SOURCE-OPEN-FLAG     PIC X(01) VALUE 'N'.
               88  SOURCE-OPEN         VALUE 'Y'.
           05  WS-BATCH-OK-FLAG        PIC X(01) VALUE 'N'.
               88  BATCH-ACCEPTED      VALUE 'Y'.
           05  WS-TOTALS-OK-FLAG       PIC X(01) VALUE 'Y'.
               88  TOTALS-AGREE        VALUE 'Y'.
           05  WS-GL-FOUND-FLAG        PIC X(01) VALUE 'N'.
               88  GL-FOUND            VALUE 'Y'.
           05  WS-DUP-FOUND-FLAG       PIC X(01) VALUE 'N'.
               88  DUPLICATE-FOUND     VALUE 'Y'.
           05  WS-ABORT-FLAG           PIC X(01) VALUE 'N'.
               88  RUN-ABORTED         VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-NEXT-VOUCHER         PIC 9(08) VALUE ZERO.
           05  WS-SOURCES-COLLECTED    PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-SOURCES-MISSING      PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-SOURCES-REJECTED     PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-LINES-COLLECTED      PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-DUPLICATES-REPLACED  PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-TOTAL-RECORDS        PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-TOTAL-DEBITS         PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-CREDITS        PIC S9(15)V99 COMP-3 VALUE ZERO.

       01  WS-REPORT-LINES.
           05  WS-RPT-TITLE.
               10  FILLER              PIC X(44) VALUE
                   'COLLECTE DES JOURNAUX DE LA NUIT - JOURNEE '.
               10  RT-RUN-DATE         PIC 9(8).
               10  FILLER              PIC X(80) VALUE SPACES.
           05  WS-RPT-HEADER.
               10  FILLER              PIC X(09) VALUE 'JOURNAL'.
               10  FILLER              PIC X(17) VALUE 'PRODUCTEUR'.
               10  FILLER              PIC X(23) VALUE 'ETAT'.
               10  FILLER              PIC X(08) VALUE ' LIGNES'.
               10  FILLER              PIC X(22) VALUE
                   '                DEBITS'.
               10  FILLER              PIC X(22) VALUE
                   '               CREDITS'.
               10  FILLER              PIC X(06) VALUE ' LOT'.
               10  FILLER              PIC X(08) VALUE ' DOUBL.'.
               10  FILLER              PIC X(17) VALUE 'PLAGE'.
           05  WS-RPT-SOURCE-LINE.
               10  RS-DD-NAME          PIC X(08).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  RS-PROGRAM          PIC X(16).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  RS-STATUS           PIC X(22).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  RS-LINES            PIC ZZZ,ZZ9.
               10  FILLER              PIC X(01) VALUE SPACE.
               10  RS-DEBITS           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(01) VALUE SPACE.
               10  RS-CREDITS          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(01) VALUE SPACE.
               10  RS-TOTAL-TEXT       PIC X(05).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  RS-DUPLICATES       PIC ZZZ,ZZ9.
               10  FILLER              PIC X(01) VALUE SPACE.
               10  RS-RANGE-START      PIC 9(08).
               10  RS-RANGE-DASH       PIC X(01) VALUE '-'.
               10  RS-RANGE-END        PIC 9(08).
           05  WS-RPT-FOOTER.
               10  FILLER              PIC X(26) VALUE
                   'FLUX COMBINE GLJRNL      '.
               10  FILLER              PIC X(23) VALUE SPACES.
               10  RF-LINES            PIC ZZZ,ZZ9.
               10  FILLER              PIC X(01) VALUE SPACE.
               10  RF-DEBITS           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(01) VALUE SPACE.
               10  RF-CREDITS          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-CONTROL.
           PERFORM 100-INITIALIZE
           IF NOT RUN-ABORTED
               PERFORM 200-COLLECT-ONE-SOURCE
                   VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
           END-IF
           PERFORM 300-FINALIZE
           STOP RUN.

       100-INITIALIZE.
           DISPLAY '*** DEBUT COLLECTE DES JOURNAUX ***'
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 105-READ-BUSINESS-DATE

           OPEN OUTPUT JOURNAL-VOUCHER-FILE
                       INTAKE-REPORT-FILE
           IF WS-JRN-STATUS NOT = '00' OR WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE GLJRNL/RAPPORT: '
                       WS-JRN-STATUS ' ' WS-RPT-STATUS
               MOVE 'Y' TO WS-ABORT-FLAG
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-RUN-DATE TO RT-RUN-DATE
               WRITE INTAKE-REPORT-LINE FROM WS-RPT-TITLE
               MOVE SPACES TO INTAKE-REPORT-LINE
               WRITE INTAKE-REPORT-LINE
               WRITE INTAKE-REPORT-LINE FROM WS-RPT-HEADER
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

      *----------------------------------------------------------------
      *    UN JOURNAL : preuve du lot, puis copie renumerotee
      *----------------------------------------------------------------
       200-COLLECT-ONE-SOURCE.
           MOVE SPACE TO WS-SRR-STATE(WS-SRC-IDX)
           MOVE ZERO TO WS-SRR-LOW-VOUCHER(WS-SRC-IDX)
                        WS-SRR-HIGH-VOUCHER(WS-SRC-IDX)
           PERFORM 210-PROVE-BATCH

           IF BATCH-ACCEPTED
               PERFORM 240-COPY-BATCH
               MOVE 'C' TO WS-SRR-STATE(WS-SRC-IDX)
               MOVE WS-BAT-LOW-VOUCHER
                   TO WS-SRR-LOW-VOUCHER(WS-SRC-IDX)
               MOVE WS-BAT-HIGH-VOUCHER
                   TO WS-SRR-HIGH-VOUCHER(WS-SRC-IDX)
               ADD 1 TO WS-SOURCES-COLLECTED
               ADD WS-BAT-DUPLICATES TO WS-DUPLICATES-REPLACED
           END-IF

           PERFORM 250-WRITE-SOURCE-LINE.

      *    Premiere passe : totaux du lot, controle des 'T', date et
      *    doublons de numeros face aux lots deja collectes.
       210-PROVE-BATCH.
           MOVE 'N' TO WS-BATCH-OK-FLAG
           MOVE ZERO TO WS-BAT-LINES WS-BAT-TOTAL-LINES
                        WS-BAT-DEBITS WS-BAT-CREDITS
                        WS-BAT-DUPLICATES WS-BAT-HIGH-VOUCHER
                        WS-BAT-FIRST-DATE
                        WS-BAT-RANGE-START WS-BAT-RANGE-END
                        WS-BGL-COUNT
           MOVE 99999999 TO WS-BAT-LOW-VOUCHER
           MOVE SPACES TO WS-BAT-TOTAL-TEXT

           PERFORM 260-OPEN-SOURCE
           IF NOT SOURCE-OPEN
               MOVE 'ABSENT' TO WS-BAT-STATUS-TEXT
               ADD 1 TO WS-SOURCES-MISSING
           ELSE
               PERFORM 215-PROVE-ONE-LINE
                   UNTIL END-OF-SOURCE
               PERFORM 270-CLOSE-SOURCE
               PERFORM 230-JUDGE-BATCH
           END-IF.

       215-PROVE-ONE-LINE.
           PERFORM 265-READ-SOURCE
           IF NOT END-OF-SOURCE
               IF SJ-DETAIL
                   ADD 1 TO WS-BAT-LINES
                   IF WS-BAT-FIRST-DATE = ZERO
                       MOVE SJ-RUN-DATE TO WS-BAT-FIRST-DATE
                   END-IF
                   IF SJ-DC-INDICATOR = 'D'
                       ADD SJ-AMOUNT TO WS-BAT-DEBITS
                   ELSE
                       ADD SJ-AMOUNT TO WS-BAT-CREDITS
                   END-IF
                   IF SJ-VOUCHER-NUMBER < WS-BAT-LOW-VOUCHER
                       MOVE SJ-VOUCHER-NUMBER TO WS-BAT-LOW-VOUCHER
                   END-IF
                   IF SJ-VOUCHER-NUMBER > WS-BAT-HIGH-VOUCHER
                       MOVE SJ-VOUCHER-NUMBER TO WS-BAT-HIGH-VOUCHER
                   END-IF
                   PERFORM 220-CHECK-DUPLICATE-VOUCHER
               ELSE
                   IF SJ-BATCH-TOTAL
                       ADD 1 TO WS-BAT-TOTAL-LINES
                   END-IF
               END-IF
               IF SJ-DETAIL OR SJ-BATCH-TOTAL
                   PERFORM 225-TALLY-BATCH-ACCOUNT
               END-IF
           END-IF.

      *    Un numero d'origine deja couvert par la plage d'un lot
      *    collecte plus tot est un doublon : il sera remplace.
       220-CHECK-DUPLICATE-VOUCHER.
           MOVE 'N' TO WS-DUP-FOUND-FLAG
           PERFORM 221-CHECK-PRIOR-RANGE
               VARYING WS-PRIOR-IDX FROM 1 BY 1
               UNTIL WS-PRIOR-IDX >= WS-SRC-IDX
                  OR DUPLICATE-FOUND
           IF DUPLICATE-FOUND
               ADD 1 TO WS-BAT-DUPLICATES
           END-IF.

       221-CHECK-PRIOR-RANGE.
           IF SRR-COLLECTED(WS-PRIOR-IDX)
                   AND SJ-VOUCHER-NUMBER
                       >= WS-SRR-LOW-VOUCHER(WS-PRIOR-IDX)
                   AND SJ-VOUCHER-NUMBER
                       <= WS-SRR-HIGH-VOUCHER(WS-PRIOR-IDX)
               MOVE 'Y' TO WS-DUP-FOUND-FLAG
           END-IF.

       225-TALLY-BATCH-ACCOUNT.
           MOVE 'N' TO WS-GL-FOUND-FLAG
           IF WS-BGL-COUNT > 0
               SET WS-BGL-IDX TO 1
               SEARCH WS-BGL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-BGL-GL-ACCOUNT(WS-BGL-IDX) = SJ-GL-ACCOUNT
                       MOVE 'Y' TO WS-GL-FOUND-FLAG
               END-SEARCH
           END-IF

           IF NOT GL-FOUND
               IF WS-BGL-COUNT < 500
                   ADD 1 TO WS-BGL-COUNT
                   SET WS-BGL-IDX TO WS-BGL-COUNT
                   MOVE SJ-GL-ACCOUNT TO WS-BGL-GL-ACCOUNT(WS-BGL-IDX)
                   MOVE ZERO TO WS-BGL-DETAIL-DR(WS-BGL-IDX)
                                WS-BGL-DETAIL-CR(WS-BGL-IDX)
                                WS-BGL-TOTAL-DR(WS-BGL-IDX)
                                WS-BGL-TOTAL-CR(WS-BGL-IDX)
                   MOVE 'Y' TO WS-GL-FOUND-FLAG
               ELSE
                   DISPLAY '*** ALERTE: TABLE DES COMPTES DU LOT '
                           'SATUREE ***'
               END-IF
           END-IF

           IF GL-FOUND
               EVALUATE TRUE
                   WHEN SJ-DETAIL AND SJ-DC-INDICATOR = 'D'
                       ADD SJ-AMOUNT TO WS-BGL-DETAIL-DR(WS-BGL-IDX)
                   WHEN SJ-DETAIL
                       ADD SJ-AMOUNT TO WS-BGL-DETAIL-CR(WS-BGL-IDX)
                   WHEN SJ-DC-INDICATOR = 'D'
                       ADD SJ-AMOUNT TO WS-BGL-TOTAL-DR(WS-BGL-IDX)
                   WHEN OTHER
                       ADD SJ-AMOUNT TO WS-BGL-TOTAL-CR(WS-BGL-IDX)
               END-EVALUATE
           END-IF.

      *    Verdict du lot. Sans total 'T' (seul GLPOST en ecrit), la
      *    preuve se limite a l'equilibre debits / credits.
       230-JUDGE-BATCH.
           MOVE 'Y' TO WS-TOTALS-OK-FLAG
           IF WS-BAT-TOTAL-LINES = ZERO
               MOVE 'SANS' TO WS-BAT-TOTAL-TEXT
           ELSE
               PERFORM 231-CHECK-ACCOUNT-TOTALS
                   VARYING WS-BGL-IDX FROM 1 BY 1
                   UNTIL WS-BGL-IDX > WS-BGL-COUNT
               IF TOTALS-AGREE
                   MOVE 'OK' TO WS-BAT-TOTAL-TEXT
               ELSE
                   MOVE 'ECART' TO WS-BAT-TOTAL-TEXT
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-BAT-LINES = ZERO
                   MOVE 'VIDE' TO WS-BAT-STATUS-TEXT
                   ADD 1 TO WS-SOURCES-MISSING
               WHEN WS-BAT-DEBITS NOT = WS-BAT-CREDITS
                   MOVE 'REFUSE - HORS BALANCE' TO WS-BAT-STATUS-TEXT
                   ADD 1 TO WS-SOURCES-REJECTED
               WHEN NOT TOTALS-AGREE
                   MOVE 'REFUSE - TOTAL DE LOT' TO WS-BAT-STATUS-TEXT
                   ADD 1 TO WS-SOURCES-REJECTED
               WHEN WS-BAT-FIRST-DATE < WS-RUN-DATE
                   MOVE 'REFUSE - LOT ANCIEN' TO WS-BAT-STATUS-TEXT
                   ADD 1 TO WS-SOURCES-REJECTED
               WHEN OTHER
                   MOVE 'COLLECTE' TO WS-BAT-STATUS-TEXT
                   MOVE 'Y' TO WS-BATCH-OK-FLAG
           END-EVALUATE.

       231-CHECK-ACCOUNT-TOTALS.
           IF WS-BGL-DETAIL-DR(WS-BGL-IDX)
                   NOT = WS-BGL-TOTAL-DR(WS-BGL-IDX)
               OR WS-BGL-DETAIL-CR(WS-BGL-IDX)
                   NOT = WS-BGL-TOTAL-CR(WS-BGL-IDX)
               MOVE 'N' TO WS-TOTALS-OK-FLAG
           END-IF.

      *    Seconde passe : les details rejoignent GLJRNL sous leur
      *    nouvelle plage ; les 'T' d'origine restent au lot, le flux
      *    combine recoit les siens en fin de run.
       240-COPY-BATCH.
           COMPUTE WS-BAT-RANGE-START = WS-NEXT-VOUCHER + 1
           PERFORM 260-OPEN-SOURCE
           PERFORM 245-COPY-ONE-LINE
               UNTIL END-OF-SOURCE
           PERFORM 270-CLOSE-SOURCE
           COMPUTE WS-BAT-RANGE-END =
               WS-NEXT-VOUCHER + WS-BAT-HIGH-VOUCHER
               - WS-BAT-LOW-VOUCHER + 1
           MOVE WS-BAT-RANGE-END TO WS-NEXT-VOUCHER.

       245-COPY-ONE-LINE.
           PERFORM 265-READ-SOURCE
           IF NOT END-OF-SOURCE AND SJ-DETAIL
               MOVE WS-SOURCE-RECORD TO JOURNAL-VOUCHER-RECORD
               COMPUTE JV-VOUCHER-NUMBER =
                   WS-NEXT-VOUCHER + SJ-VOUCHER-NUMBER
                   - WS-BAT-LOW-VOUCHER + 1
               WRITE JOURNAL-VOUCHER-RECORD
               ADD 1 TO WS-LINES-COLLECTED
               IF JV-DC-INDICATOR = 'D'
                   ADD JV-AMOUNT TO WS-TOTAL-DEBITS
               ELSE
                   ADD JV-AMOUNT TO WS-TOTAL-CREDITS
               END-IF
               PERFORM 246-TALLY-COMBINED-ACCOUNT
           END-IF.

       246-TALLY-COMBINED-ACCOUNT.
           MOVE 'N' TO WS-GL-FOUND-FLAG
           IF WS-CGL-COUNT > 0
               SET WS-CGL-IDX TO 1
               SEARCH WS-CGL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CGL-GL-ACCOUNT(WS-CGL-IDX) = JV-GL-ACCOUNT
                       MOVE 'Y' TO WS-GL-FOUND-FLAG
               END-SEARCH
           END-IF

           IF NOT GL-FOUND
               IF WS-CGL-COUNT < 500
                   ADD 1 TO WS-CGL-COUNT
                   SET WS-CGL-IDX TO WS-CGL-COUNT
                   MOVE JV-GL-ACCOUNT TO WS-CGL-GL-ACCOUNT(WS-CGL-IDX)
                   MOVE ZERO TO WS-CGL-DEBITS(WS-CGL-IDX)
                                WS-CGL-CREDITS(WS-CGL-IDX)
                   MOVE 'Y' TO WS-GL-FOUND-FLAG
               ELSE
                   DISPLAY '*** ALERTE: TABLE DES TOTAUX GL '
                           'SATUREE ***'
               END-IF
           END-IF

           IF GL-FOUND
               IF JV-DC-INDICATOR = 'D'
                   ADD JV-AMOUNT TO WS-CGL-DEBITS(WS-CGL-IDX)
               ELSE
                   ADD JV-AMOUNT TO WS-CGL-CREDITS(WS-CGL-IDX)
               END-IF
           END-IF.

       250-WRITE-SOURCE-LINE.
           MOVE WS-SRC-DD-NAME(WS-SRC-IDX) TO RS-DD-NAME
           MOVE WS-SRC-PROGRAM(WS-SRC-IDX) TO RS-PROGRAM
           MOVE WS-BAT-STATUS-TEXT TO RS-STATUS
           MOVE WS-BAT-LINES TO RS-LINES
           MOVE WS-BAT-DEBITS TO RS-DEBITS
           MOVE WS-BAT-CREDITS TO RS-CREDITS
           MOVE WS-BAT-TOTAL-TEXT TO RS-TOTAL-TEXT
           MOVE WS-BAT-DUPLICATES TO RS-DUPLICATES
           IF BATCH-ACCEPTED
               MOVE WS-BAT-RANGE-START TO RS-RANGE-START
               MOVE '-' TO RS-RANGE-DASH
               MOVE WS-BAT-RANGE-END TO RS-RANGE-END
           ELSE
               MOVE ZERO TO RS-RANGE-START RS-RANGE-END
               MOVE SPACE TO RS-RANGE-DASH
           END-IF
           WRITE INTAKE-REPORT-LINE FROM WS-RPT-SOURCE-LINE

           IF NOT BATCH-ACCEPTED AND WS-BAT-LINES > ZERO
               DISPLAY '*** JOURNAL ' WS-SRC-DD-NAME(WS-SRC-IDX)
                       ' ' WS-BAT-STATUS-TEXT ' ***'
           END-IF.

      *----------------------------------------------------------------
      *    ACCES AUX JOURNAUX SOURCES PAR RANG
      *----------------------------------------------------------------
       260-OPEN-SOURCE.
           MOVE 'N' TO WS-END-OF-SOURCE
           MOVE 'N' TO WS-SOURCE-OPEN-FLAG
           EVALUATE WS-SRC-IDX
               WHEN 1  OPEN INPUT GLPOST-JOURNAL-FILE
               WHEN 2  OPEN INPUT LOANPAY-JOURNAL-FILE
               WHEN 3  OPEN INPUT LOANBOOK-JOURNAL-FILE
               WHEN 4  OPEN INPUT LOANDLQ-JOURNAL-FILE
               WHEN 5  OPEN INPUT SUSPCLR-JOURNAL-FILE
               WHEN 6  OPEN INPUT PAYROLL-JOURNAL-FILE
               WHEN 7  OPEN INPUT COGS-JOURNAL-FILE
               WHEN 8  OPEN INPUT LABOR-JOURNAL-FILE
               WHEN 9  OPEN INPUT FIXED-ASSET-JOURNAL-FILE
               WHEN 10 OPEN INPUT AP-PAYMENT-JOURNAL-FILE
               WHEN 11 OPEN INPUT SALES-TAX-JOURNAL-FILE
               WHEN 12 OPEN INPUT BAD-DEBT-JOURNAL-FILE
               WHEN 13 OPEN INPUT RECOVERY-JOURNAL-FILE
               WHEN 14 OPEN INPUT REBATE-JOURNAL-FILE
               WHEN 15 OPEN INPUT EXPENSE-JOURNAL-FILE
           END-EVALUATE
           IF WS-SRC-STATUS = '00'
               MOVE 'Y' TO WS-SOURCE-OPEN-FLAG
           ELSE
               MOVE 'Y' TO WS-END-OF-SOURCE
           END-IF.

       265-READ-SOURCE.
           EVALUATE WS-SRC-IDX
               WHEN 1
                   READ GLPOST-JOURNAL-FILE INTO WS-SOURCE-RECORD
                       AT END MOVE 'Y' TO WS-END-OF-SOURCE
                   END-READ
               WHEN 2
                   READ LOANPAY-JOURNAL-FILE INTO WS-SOURCE-RECORD
                       AT END MOVE 'Y' TO WS-END-OF-SOURCE
                   END-READ
               WHEN 3
                   READ LOANBOOK-JOURNAL-FILE INTO WS-SOURCE-RECORD
                       AT END MOVE 'Y' TO WS-END-OF-SOURCE
                   END-READ
               WHEN 4
                   READ LOANDLQ-JOURNAL-FILE INTO WS-SOURCE-RECORD
                       AT END MOVE 'Y' TO WS-END-OF-SOURCE
                   END-READ
               WHEN 5
                   READ SUSPCLR-JOURNAL-FILE INTO WS-SOURCE-RECORD
                       AT END MOVE 'Y' TO WS-END-OF-SOURCE
                   END-READ
               WHEN 6
                   READ PAYROLL-JOURNAL-FILE INTO WS-SOURCE-RECORD
                       AT END MOVE 'Y' TO WS-END-OF-SOURCE
                   END-READ
               WHEN 7
                   READ COGS-JOURNAL-FILE INTO WS-SOURCE-RECORD
                       AT END MOVE 'Y' TO WS-END-OF-SOURCE
                   END-READ
               WHEN 8
                   READ LABOR-JOURNAL-FILE INTO WS-SOURCE-RECORD
                       AT END MOVE 'Y' TO WS-END-OF-SOURCE
                   END-READ
               WHEN 9
                   READ FIXED-ASSET-JOURNAL-FILE
                       INTO WS-SOURCE-RECORD
                       AT END MOVE 'Y' TO WS-END-OF-SOURCE
                   END-READ
               WHEN 10
                   READ AP-PAYMENT-JOURNAL-FILE
                       INTO WS-SOURCE-RECORD
                       AT END MOVE 'Y' TO WS-END-OF-SOURCE
                   END-READ
               WHEN 11
                   READ SALES-TAX-JOURNAL-FILE
                       INTO WS-SOURCE-RECORD
                       AT END MOVE 'Y' TO WS-END-OF-SOURCE
                   END-READ
               WHEN 12
                   READ BAD-DEBT-JOURNAL-FILE
                       INTO WS-SOURCE-RECORD
                       AT END MOVE 'Y' TO WS-END-OF-SOURCE
                   END-READ
               WHEN 13
                   READ RECOVERY-JOURNAL-FILE
                       INTO WS-SOURCE-RECORD
                       AT END MOVE 'Y' TO WS-END-OF-SOURCE
                   END-READ
               WHEN 14
                   READ REBATE-JOURNAL-FILE
                       INTO WS-SOURCE-RECORD
                       AT END MOVE 'Y' TO WS-END-OF-SOURCE
                   END-READ
               WHEN 15
                   READ EXPENSE-JOURNAL-FILE
                       INTO WS-SOURCE-RECORD
                       AT END MOVE 'Y' TO WS-END-OF-SOURCE
                   END-READ
           END-EVALUATE.

       270-CLOSE-SOURCE.
           IF SOURCE-OPEN
               EVALUATE WS-SRC-IDX
                   WHEN 1  CLOSE GLPOST-JOURNAL-FILE
                   WHEN 2  CLOSE LOANPAY-JOURNAL-FILE
                   WHEN 3  CLOSE LOANBOOK-JOURNAL-FILE
                   WHEN 4  CLOSE LOANDLQ-JOURNAL-FILE
                   WHEN 5  CLOSE SUSPCLR-JOURNAL-FILE
                   WHEN 6  CLOSE PAYROLL-JOURNAL-FILE
                   WHEN 7  CLOSE COGS-JOURNAL-FILE
                   WHEN 8  CLOSE LABOR-JOURNAL-FILE
                   WHEN 9  CLOSE FIXED-ASSET-JOURNAL-FILE
                   WHEN 10 CLOSE AP-PAYMENT-JOURNAL-FILE
                   WHEN 11 CLOSE SALES-TAX-JOURNAL-FILE
                   WHEN 12 CLOSE BAD-DEBT-JOURNAL-FILE
                   WHEN 13 CLOSE RECOVERY-JOURNAL-FILE
                   WHEN 14 CLOSE REBATE-JOURNAL-FILE
                   WHEN 15 CLOSE EXPENSE-JOURNAL-FILE
               END-EVALUATE
               MOVE 'N' TO WS-SOURCE-OPEN-FLAG
           END-IF.

       300-FINALIZE.
           DISPLAY '*** FINALISATION COLLECTE DES JOURNAUX ***'

           IF NOT RUN-ABORTED
               PERFORM 310-WRITE-BATCH-TOTALS
                   VARYING WS-CGL-IDX FROM 1 BY 1
                   UNTIL WS-CGL-IDX > WS-CGL-COUNT
               MOVE SPACES TO INTAKE-REPORT-LINE
               WRITE INTAKE-REPORT-LINE
               MOVE WS-LINES-COLLECTED TO RF-LINES
               MOVE WS-TOTAL-DEBITS TO RF-DEBITS
               MOVE WS-TOTAL-CREDITS TO RF-CREDITS
               WRITE INTAKE-REPORT-LINE FROM WS-RPT-FOOTER
               CLOSE JOURNAL-VOUCHER-FILE
                     INTAKE-REPORT-FILE

      *        Sans les pieces de GLPOST la balance du jour ne
      *        contiendrait aucun mouvement de depot : avertissement.
               IF WS-SOURCES-REJECTED > ZERO
                       OR NOT SRR-COLLECTED(1)
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           DISPLAY ' '
           DISPLAY '================================================'
           DISPLAY '  RAPPORT SOMMAIRE - COLLECTE DES JOURNAUX      '
           DISPLAY '================================================'
           DISPLAY 'JOURNAUX COLLECTES     : ' WS-SOURCES-COLLECTED
           DISPLAY 'JOURNAUX ABSENTS/VIDES : ' WS-SOURCES-MISSING
           DISPLAY 'JOURNAUX REFUSES       : ' WS-SOURCES-REJECTED
           DISPLAY 'LIGNES COLLECTEES      : ' WS-LINES-COLLECTED
           DISPLAY 'NUMEROS REMPLACES      : ' WS-DUPLICATES-REPLACED
           DISPLAY 'TOTAUX DE LOT ECRITS   : ' WS-TOTAL-RECORDS
           DISPLAY 'TOTAL DEBITS           : ' WS-TOTAL-DEBITS
           DISPLAY 'TOTAL CREDITS          : ' WS-TOTAL-CREDITS
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
               DISPLAY 'PARTIE DOUBLE          : EQUILIBREE'
           ELSE
               DISPLAY 'PARTIE DOUBLE          : HORS BALANCE'
           END-IF
           DISPLAY '================================================'
           DISPLAY ' '

           DISPLAY '*** FIN COLLECTE DES JOURNAUX ***'.

      *    Meme convention que GLPOST : un total debit et un total
      *    credit par compte de grand livre.
       310-WRITE-BATCH-TOTALS.
           MOVE SPACES TO JOURNAL-VOUCHER-RECORD
           MOVE 'T' TO JV-RECORD-TYPE
           MOVE WS-RUN-DATE TO JV-RUN-DATE
           MOVE ZERO TO JV-VOUCHER-NUMBER
           MOVE WS-CGL-GL-ACCOUNT(WS-CGL-IDX) TO JV-GL-ACCOUNT
           MOVE 'D' TO JV-DC-INDICATOR
           MOVE WS-CGL-DEBITS(WS-CGL-IDX) TO JV-AMOUNT
           WRITE JOURNAL-VOUCHER-RECORD

           MOVE 'C' TO JV-DC-INDICATOR
           MOVE WS-CGL-CREDITS(WS-CGL-IDX) TO JV-AMOUNT
           WRITE JOURNAL-VOUCHER-RECORD
           ADD 2 TO WS-TOTAL-RECORDS.

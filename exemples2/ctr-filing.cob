       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTREXTR.
       AUTHOR. BANKING SYSTEM TEAM.
      ******************************************************************
      * DECLARATIONS D'OPERATIONS EN ESPECES (CTR) PAR CLIENT ET JOUR   *
      * - Les alertes gros montant et structuration de BANKTRAN ne      *
      *   produisent pas la declaration reglementaire : ce programme    *
      *   cumule especes entrees (CR) et sorties (DB) de guichet du     *
      *   flux trie TRANSRT, par client, pour la date d'exploitation    *
      * - Un client cumule sur TOUS les comptes dont il est titulaire   *
      *   (MA-CUST-ID) ou cotitulaire (OWNXREF) ; les especes d'un      *
      *   compte joint comptent pour chacun de ses titulaires           *
      * - Au-dela du seuil (entrees ou sorties), un enregistrement au   *
      *   format de declaration part dans CTRFILE avec beneficiaire et  *
      *   remettant repris de CUSTOMER-FILE ; le remettant est le       *
      *   titulaire principal du compte portant la plus forte operation *
      * - Les entites exemptees (CTREXMPT) ne sont pas declarees        *
      * - Suivi des echeances (CTRTRACK) : chaque declaration due y     *
      *   est tenue avec sa date limite ; celle dont le dossier client  *
      *   est incomplet reste en attente, part au rapport des donnees   *
      *   manquantes pour l'agence et est reprise a chaque run jusqu'a  *
      *   ce que le dossier soit complete                               *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE
               ASSIGN TO TRANSRT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT MASTER-ACCOUNT-FILE
               ASSIGN TO ACCTIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MA-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO CUSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CST-STATUS.

      *    Table croisee de detention tenue par ACCTMAINT : les liens
      *    'J' rattachent chaque compte joint a ses cotitulaires.
           SELECT OWNERSHIP-XREF-FILE
               ASSIGN TO OWNXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OX-KEY
               FILE STATUS IS WS-OWN-STATUS.

      *    Liste des entites exemptees ; fichier facultatif.
           SELECT CTR-EXEMPT-FILE
               ASSIGN TO CTREXMPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXM-STATUS.

      *    Suivi des declarations dues, cle date d'activite + client ;
      *    persiste de run en run.
           SELECT CTR-TRACKING-FILE
               ASSIGN TO CTRTRACK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-KEY
               FILE STATUS IS WS-TRK-STATUS.

           SELECT CTR-FILING-FILE
               ASSIGN TO CTRFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FIL-STATUS.

      *    Declarations en attente de donnees client, pour l'agence.
           SELECT CTR-MISSING-DATA-FILE
               ASSIGN TO CTRMISS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MIS-STATUS.

           SELECT CTR-REPORT-FILE
               ASSIGN TO CTRRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      *    Date d'exploitation publiee par le pilote de nuit.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO BIZDATE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BIZ-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Meme disposition que TRANSACTION-RECORD dans BANKTRAN.
       FD  TRANSACTION-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  TRANSACTION-RECORD.
           05  TR-TRANSACTION-ID       PIC X(16).
           05  TR-ACCOUNT-NUMBER       PIC 9(12).
           05  TR-TRANSACTION-TYPE     PIC X(02).
               88  TR-DEBIT            VALUE 'DB'.
               88  TR-CREDIT           VALUE 'CR'.
           05  TR-AMOUNT               PIC 9(13)V99 COMP-3.
           05  TR-DEST-ACCOUNT         PIC 9(12).
           05  TR-TRANSACTION-DATE     PIC 9(8).
           05  TR-TRANSACTION-TIME     PIC 9(6).
           05  TR-BRANCH-CODE          PIC X(6).
           05  TR-TELLER-ID            PIC X(8).
           05  TR-REFERENCE            PIC X(20).
           05  TR-CURRENCY-CODE        PIC X(3).
           05  TR-RESUBMIT-COUNT       PIC X(02).
           05  FILLER                  PIC X(12).

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
           05  MA-BRANCH-CODE          PIC X(6).
           05  MA-CURRENCY-CODE        PIC X(3).
           05  MA-OD-FEE-COUNT         PIC 9(03) COMP-3
                                       VALUE ZERO.
           05  MA-STMT-CYCLE-DAY       PIC 9(02).
           05  MA-ACCRUED-INTEREST     PIC S9(11)V99 COMP-3.
           05  MA-LAST-ACCRUAL-DATE    PIC 9(8).
           05  FILLER                  PIC X(8).

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS.
       COPY CUSTOMER-RECORD.

      *    Meme disposition que dans ACCTMAINT.
       FD  OWNERSHIP-XREF-FILE
           RECORDING MODE IS F.
       01  OWNERSHIP-XREF-RECORD.
           05  OX-KEY.
               10  OX-ACCOUNT-NUMBER   PIC 9(12).
               10  OX-CUST-ID          PIC 9(10).
           05  OX-ROLE                 PIC X(01).
               88  OX-PRIMARY          VALUE 'P'.
               88  OX-JOINT            VALUE 'J'.
           05  OX-LINK-DATE            PIC 9(8).
           05  FILLER                  PIC X(9).

      *    Une exemption par client : type (banque, administration,
      *    societe cotee, paie...), periode de validite ; une date de
      *    fin a zero signifie sans limite.
       FD  CTR-EXEMPT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CTR-EXEMPT-RECORD.
           05  CX-CUST-ID              PIC 9(10).
           05  CX-EXEMPT-TYPE          PIC X(02).
           05  CX-EFFECTIVE-DATE       PIC 9(8).
           05  CX-EXPIRY-DATE          PIC 9(8).
           05  FILLER                  PIC X(12).

      *    Statut : 'P' en attente de donnees client, 'F' declaree.
      *    Les cumuls sont conserves pour pouvoir produire la
      *    declaration plus tard, une fois le dossier complete.
       FD  CTR-TRACKING-FILE
           RECORDING MODE IS F.
       01  CTR-TRACKING-RECORD.
           05  CT-KEY.
               10  CT-ACTIVITY-DATE    PIC 9(8).
               10  CT-CUST-ID          PIC 9(10).
           05  CT-CONDUCTOR-ID         PIC 9(10).
           05  CT-BRANCH-CODE          PIC X(6).
           05  CT-CASH-IN              PIC S9(13)V99 COMP-3.
           05  CT-CASH-OUT             PIC S9(13)V99 COMP-3.
           05  CT-TXN-COUNT            PIC 9(5) COMP-3.
           05  CT-ACCOUNT-COUNT        PIC 9(3) COMP-3.
           05  CT-DUE-DATE             PIC 9(8).
           05  CT-FILED-DATE           PIC 9(8).
           05  CT-STATUS-CODE          PIC X(01).
               88  CT-PENDING-DATA     VALUE 'P'.
               88  CT-FILED            VALUE 'F'.
           05  FILLER                  PIC X(15).

      *    Une declaration par client et par jour d'activite, au
      *    format de depot : beneficiaire puis remettant.
       FD  CTR-FILING-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CTR-FILING-RECORD.
           05  CF-ACTIVITY-DATE        PIC 9(8).
           05  CF-FILING-DATE          PIC 9(8).
           05  CF-DUE-DATE             PIC 9(8).
           05  CF-LATE-FLAG            PIC X(01).
           05  CF-BRANCH-CODE          PIC X(6).
           05  CF-BENEFICIARY.
               10  CF-BEN-CUST-ID      PIC 9(10).
               10  CF-BEN-LAST-NAME    PIC X(30).
               10  CF-BEN-FIRST-NAME   PIC X(20).
               10  CF-BEN-STREET       PIC X(40).
               10  CF-BEN-CITY         PIC X(30).
               10  CF-BEN-STATE        PIC X(2).
               10  CF-BEN-ZIP          PIC 9(5).
               10  CF-BEN-PHONE        PIC X(15).
           05  CF-CONDUCTOR.
               10  CF-CON-CUST-ID      PIC 9(10).
               10  CF-CON-LAST-NAME    PIC X(30).
               10  CF-CON-FIRST-NAME   PIC X(20).
               10  CF-CON-STREET       PIC X(40).
               10  CF-CON-CITY         PIC X(30).
               10  CF-CON-STATE        PIC X(2).
               10  CF-CON-ZIP          PIC 9(5).
               10  CF-CON-PHONE        PIC X(15).
           05  CF-CASH-IN              PIC S9(13)V99 COMP-3.
           05  CF-CASH-OUT             PIC S9(13)V99 COMP-3.
           05  CF-TXN-COUNT            PIC 9(5).
           05  CF-ACCOUNT-COUNT        PIC 9(3).
           05  FILLER                  PIC X(20).

       FD  CTR-MISSING-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CTR-MISSING-DATA-RECORD     PIC X(120).

       FD  CTR-REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CTR-REPORT-RECORD           PIC X(120).

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  BUSINESS-DATE-RECORD.
           05  BIZ-BUSINESS-DATE       PIC 9(8).
           05  BIZ-NEXT-BUSINESS-DATE  PIC 9(8).
           05  FILLER                  PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-CODES.
           05  WS-TRAN-STATUS          PIC X(02) VALUE SPACES.
           05  WS-ACCT-STATUS          PIC X(02) VALUE SPACES.
           05  WS-CST-STATUS           PIC X(02) VALUE SPACES.
           05  WS-OWN-STATUS           PIC X(02) VALUE SPACES.
           05  WS-EXM-STATUS           PIC X(02) VALUE SPACES.
           05  WS-TRK-STATUS           PIC X(02) VALUE SPACES.
           05  WS-FIL-STATUS           PIC X(02) VALUE SPACES.
           05  WS-MIS-STATUS           PIC X(02) VALUE SPACES.
           05  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
           05  WS-BIZ-STATUS           PIC X(02) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-TRANS-READ           PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-CASH-TRANS           PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-EXEMPTIONS-LOADED    PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-CUSTOMERS-OVER       PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-CUSTOMERS-EXEMPT     PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-FILINGS-WRITTEN      PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-FILINGS-LATE         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-FILINGS-PENDING      PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-FILINGS-OVERDUE      PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-ALREADY-TRACKED      PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-ORPHAN-ACCOUNTS      PIC 9(5) COMP-3 VALUE ZERO.

       01  WS-RUN-DATE                 PIC 9(8).

      *    Seuil reglementaire : declaration des que les especes
      *    entrees OU sorties du jour depassent 10 000 ; depot dans
      *    les 15 jours calendaires suivant l'activite.
       01  WS-CTR-PARAMETERS.
           05  WS-CTR-THRESHOLD        PIC 9(11)V99 VALUE 10000.00.
           05  WS-CTR-FILING-DAYS      PIC 9(03) VALUE 015.

      *    Identifiants systeme : aucun ne manie d'especes (meme liste
      *    que CASHPRF).
       01  WS-SYSTEM-TELLER-TABLE.
           05  WS-SYS-ENTRY OCCURS 11 TIMES
                   INDEXED BY WS-SYS-IDX
                   PIC X(8).

      *    Especes du jour par compte ; le titulaire principal et
      *    l'agence sont repris du fichier maitre apres le cumul.
       01  WS-CASH-ACCOUNT-TABLE.
           05  WS-CA-COUNT             PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-CA-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-CA-COUNT
                   INDEXED BY WS-CA-IDX.
               10  WS-CA-ACCOUNT       PIC 9(12).
               10  WS-CA-PRIMARY-ID    PIC 9(10).
               10  WS-CA-BRANCH        PIC X(6).
               10  WS-CA-CASH-IN       PIC S9(13)V99 COMP-3.
               10  WS-CA-CASH-OUT      PIC S9(13)V99 COMP-3.
               10  WS-CA-TXN-COUNT     PIC 9(5) COMP-3.
               10  WS-CA-LARGEST       PIC S9(13)V99 COMP-3.

      *    Especes du jour par client, tous comptes confondus.
       01  WS-CASH-CUSTOMER-TABLE.
           05  WS-CC-COUNT             PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-CC-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-CC-COUNT
                   INDEXED BY WS-CC-IDX.
               10  WS-CC-CUST-ID       PIC 9(10).
               10  WS-CC-CASH-IN       PIC S9(13)V99 COMP-3.
               10  WS-CC-CASH-OUT      PIC S9(13)V99 COMP-3.
               10  WS-CC-TXN-COUNT     PIC 9(5) COMP-3.
               10  WS-CC-ACCOUNT-COUNT PIC 9(3) COMP-3.
               10  WS-CC-LARGEST       PIC S9(13)V99 COMP-3.
               10  WS-CC-CONDUCTOR-ID  PIC 9(10).
               10  WS-CC-BRANCH        PIC X(6).

       01  WS-EXEMPT-TABLE.
           05  WS-EX-COUNT             PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-EX-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-EX-COUNT
                   INDEXED BY WS-EX-IDX.
               10  WS-EX-CUST-ID       PIC 9(10).
               10  WS-EX-TYPE          PIC X(02).

       01  WS-WORK-FIELDS.
           05  WS-SYS-FOUND-FLAG       PIC X(01) VALUE 'N'.
               88  SYSTEM-TELLER       VALUE 'Y'.
           05  WS-FOUND-FLAG           PIC X(01) VALUE 'N'.
               88  ENTRY-FOUND         VALUE 'Y'.
           05  WS-EXEMPT-FLAG          PIC X(01) VALUE 'N'.
               88  CUSTOMER-EXEMPT     VALUE 'Y'.
           05  WS-TRACKED-FLAG         PIC X(01) VALUE 'N'.
               88  ALREADY-TRACKED     VALUE 'Y'.
           05  WS-DATA-OK-FLAG         PIC X(01) VALUE 'Y'.
               88  FILING-DATA-OK      VALUE 'Y'.
           05  WS-SCAN-EOF-FLAG        PIC X(01) VALUE 'N'.
               88  SCAN-EOF            VALUE 'Y'.
           05  WS-CUR-CUST-ID          PIC 9(10) VALUE ZERO.
           05  WS-CUR-ROLE             PIC X(12) VALUE SPACES.
           05  WS-MISSING-LIST         PIC X(40) VALUE SPACES.
           05  WS-MISSING-POS          PIC 9(3) COMP-3 VALUE 1.
           05  WS-DATE-INT             PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-DAYS-LEFT            PIC S9(5) COMP-3 VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-END-OF-TRANS         PIC X(01) VALUE 'N'.
               88  END-OF-TRANSACTIONS VALUE 'Y'.
           05  WS-END-OF-EXEMPT        PIC X(01) VALUE 'N'.
               88  END-OF-EXEMPTIONS   VALUE 'Y'.

       01  WS-RPT-FILING-LINE.
           05  RPF-CUST-ID             PIC 9(10).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  RPF-ACTIVITY-DATE       PIC 9(8).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  RPF-CASH-IN             PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  RPF-CASH-OUT            PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  RPF-STATE               PIC X(30).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  RPF-DUE-DATE            PIC 9(8).
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  WS-MISSING-LINE.
           05  RPM-CUST-ID             PIC 9(10).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  RPM-ACTIVITY-DATE       PIC 9(8).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  RPM-ROLE                PIC X(12).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  RPM-PERSON-ID           PIC 9(10).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  RPM-MISSING             PIC X(40).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  RPM-DUE-DATE            PIC 9(8).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPM-DAYS-LEFT           PIC -ZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPM-OVERDUE             PIC X(10).

       PROCEDURE DIVISION.
       000-MAIN-CONTROL.
           PERFORM 100-INITIALIZE
           PERFORM 200-TALLY-CASH
               UNTIL END-OF-TRANSACTIONS
           PERFORM 400-ATTRIBUTE-TO-CUSTOMERS
           PERFORM 500-DECLARE-ONE-CUSTOMER
               VARYING WS-CC-IDX FROM 1 BY 1
               UNTIL WS-CC-IDX > WS-CC-COUNT
           PERFORM 600-RETRY-PENDING-FILINGS
           PERFORM 300-FINALIZE
           STOP RUN.

       100-INITIALIZE.
           DISPLAY '*** DEBUT EXTRACTION DECLARATIONS ESPECES ***'
           OPEN INPUT  TRANSACTION-FILE
                       MASTER-ACCOUNT-FILE
                       CUSTOMER-FILE
           OPEN OUTPUT CTR-FILING-FILE
                       CTR-MISSING-DATA-FILE
                       CTR-REPORT-FILE

           IF WS-TRAN-STATUS NOT = '00'
                   OR WS-ACCT-STATUS NOT = '00'
                   OR WS-CST-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE FICHIERS: '
                       WS-TRAN-STATUS ' ' WS-ACCT-STATUS ' '
                       WS-CST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    Le suivi des echeances persiste de jour en jour ; cree au
      *    tout premier passage (meme technique que STMTGEN).
           OPEN I-O CTR-TRACKING-FILE
           IF WS-TRK-STATUS = '35'
               OPEN OUTPUT CTR-TRACKING-FILE
               CLOSE CTR-TRACKING-FILE
               OPEN I-O CTR-TRACKING-FILE
           END-IF

           IF WS-TRK-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE SUIVI DECLARATIONS: '
                       WS-TRK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 105-READ-BUSINESS-DATE

           PERFORM 104-INIT-SYSTEM-TELLERS
           PERFORM 120-LOAD-EXEMPTIONS
           PERFORM 110-READ-TRANSACTION.

       104-INIT-SYSTEM-TELLERS.
           MOVE 'SYSTEM  ' TO WS-SYS-ENTRY(1)
           MOVE 'BRIDGE  ' TO WS-SYS-ENTRY(2)
           MOVE 'STORDGEN' TO WS-SYS-ENTRY(3)
           MOVE 'CLEARING' TO WS-SYS-ENTRY(4)
           MOVE 'FEEENG  ' TO WS-SYS-ENTRY(5)
           MOVE 'TDMATUR ' TO WS-SYS-ENTRY(6)
           MOVE 'ESCHEAT ' TO WS-SYS-ENTRY(7)
           MOVE 'DISPUTES' TO WS-SYS-ENTRY(8)
           MOVE 'DECEDENT' TO WS-SYS-ENTRY(9)
           MOVE 'LEVY    ' TO WS-SYS-ENTRY(10)
           MOVE 'LOANBOOK' TO WS-SYS-ENTRY(11).

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

       110-READ-TRANSACTION.
           READ TRANSACTION-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-TRANS
               NOT AT END
                   ADD 1 TO WS-TRANS-READ
           END-READ.

      *    Exemptions valides a la date d'exploitation seulement.
       120-LOAD-EXEMPTIONS.
           OPEN INPUT CTR-EXEMPT-FILE
           IF WS-EXM-STATUS NOT = '00'
               DISPLAY 'LISTE DES EXEMPTIONS ABSENTE - AUCUNE '
                       'EXEMPTION APPLIQUEE'
           ELSE
               PERFORM 125-LOAD-ONE-EXEMPTION
                   UNTIL END-OF-EXEMPTIONS
               CLOSE CTR-EXEMPT-FILE
           END-IF.

       125-LOAD-ONE-EXEMPTION.
           READ CTR-EXEMPT-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-EXEMPT
               NOT AT END
                   IF CX-EFFECTIVE-DATE <= WS-RUN-DATE
                           AND (CX-EXPIRY-DATE = ZERO
                                OR CX-EXPIRY-DATE >= WS-RUN-DATE)
                       IF WS-EX-COUNT < 2000
                           ADD 1 TO WS-EX-COUNT
                           MOVE CX-CUST-ID
                               TO WS-EX-CUST-ID(WS-EX-COUNT)
                           MOVE CX-EXEMPT-TYPE
                               TO WS-EX-TYPE(WS-EX-COUNT)
                           ADD 1 TO WS-EXEMPTIONS-LOADED
                       ELSE
                           DISPLAY '*** ALERTE: TABLE DES EXEMPTIONS '
                                   'SATUREE - CLIENT ' CX-CUST-ID
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    CUMUL DES ESPECES PAR COMPTE
      *    Seuls DB et CR d'un guichetier humain sont des especes
      *    (meme regle que CASHPRF) ; le flux du jour est l'activite
      *    de la date d'exploitation.
      *----------------------------------------------------------------
       200-TALLY-CASH.
           IF NOT END-OF-TRANSACTIONS
               IF (TR-DEBIT OR TR-CREDIT)
                   PERFORM 210-CHECK-SYSTEM-TELLER
                   IF NOT SYSTEM-TELLER
                       PERFORM 220-ACCUMULATE-ACCOUNT-CASH
                   END-IF
               END-IF
               PERFORM 110-READ-TRANSACTION
           END-IF.

       210-CHECK-SYSTEM-TELLER.
           MOVE 'N' TO WS-SYS-FOUND-FLAG
           SET WS-SYS-IDX TO 1
           SEARCH WS-SYS-ENTRY
               AT END
                   CONTINUE
               WHEN WS-SYS-ENTRY(WS-SYS-IDX) = TR-TELLER-ID
                   MOVE 'Y' TO WS-SYS-FOUND-FLAG
           END-SEARCH.

       220-ACCUMULATE-ACCOUNT-CASH.
           ADD 1 TO WS-CASH-TRANS
           MOVE 'N' TO WS-FOUND-FLAG
           IF WS-CA-COUNT > 0
               SET WS-CA-IDX TO 1
               SEARCH WS-CA-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CA-ACCOUNT(WS-CA-IDX) = TR-ACCOUNT-NUMBER
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-SEARCH
           END-IF

           IF NOT ENTRY-FOUND
               IF WS-CA-COUNT < 5000
                   ADD 1 TO WS-CA-COUNT
                   SET WS-CA-IDX TO WS-CA-COUNT
                   MOVE TR-ACCOUNT-NUMBER TO WS-CA-ACCOUNT(WS-CA-IDX)
                   MOVE ZERO TO WS-CA-PRIMARY-ID(WS-CA-IDX)
                                WS-CA-CASH-IN(WS-CA-IDX)
                                WS-CA-CASH-OUT(WS-CA-IDX)
                                WS-CA-TXN-COUNT(WS-CA-IDX)
                                WS-CA-LARGEST(WS-CA-IDX)
                   MOVE TR-BRANCH-CODE TO WS-CA-BRANCH(WS-CA-IDX)
                   MOVE 'Y' TO WS-FOUND-FLAG
               ELSE
                   DISPLAY '*** ALERTE: TABLE DES COMPTES ESPECES '
                           'SATUREE - COMPTE ' TR-ACCOUNT-NUMBER
               END-IF
           END-IF

           IF ENTRY-FOUND
               IF TR-CREDIT
                   ADD TR-AMOUNT TO WS-CA-CASH-IN(WS-CA-IDX)
               ELSE
                   ADD TR-AMOUNT TO WS-CA-CASH-OUT(WS-CA-IDX)
               END-IF
               ADD 1 TO WS-CA-TXN-COUNT(WS-CA-IDX)
               IF TR-AMOUNT > WS-CA-LARGEST(WS-CA-IDX)
                   MOVE TR-AMOUNT TO WS-CA-LARGEST(WS-CA-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *    RATTACHEMENT DES COMPTES AUX CLIENTS
      *    Titulaire principal par le fichier maitre, cotitulaires par
      *    un parcours de la table de detention.
      *----------------------------------------------------------------
       400-ATTRIBUTE-TO-CUSTOMERS.
           PERFORM 410-ATTRIBUTE-PRIMARY
               VARYING WS-CA-IDX FROM 1 BY 1
               UNTIL WS-CA-IDX > WS-CA-COUNT

           OPEN INPUT OWNERSHIP-XREF-FILE
           IF WS-OWN-STATUS NOT = '00'
               DISPLAY 'TABLE DE DETENTION ABSENTE - CUMUL SUR LE '
                       'SEUL TITULAIRE PRINCIPAL'
           ELSE
               MOVE 'N' TO WS-SCAN-EOF-FLAG
               PERFORM 420-ATTRIBUTE-CO-OWNER
                   UNTIL SCAN-EOF
               CLOSE OWNERSHIP-XREF-FILE
           END-IF.

       410-ATTRIBUTE-PRIMARY.
           MOVE WS-CA-ACCOUNT(WS-CA-IDX) TO MA-ACCOUNT-NUMBER
           READ MASTER-ACCOUNT-FILE
               KEY IS MA-ACCOUNT-NUMBER
               INVALID KEY
                   DISPLAY 'ESPECES SUR COMPTE ABSENT DU MAITRE: '
                           MA-ACCOUNT-NUMBER
                   ADD 1 TO WS-ORPHAN-ACCOUNTS
               NOT INVALID KEY
                   MOVE MA-CUST-ID TO WS-CA-PRIMARY-ID(WS-CA-IDX)
                   MOVE MA-BRANCH-CODE TO WS-CA-BRANCH(WS-CA-IDX)
                   MOVE MA-CUST-ID TO WS-CUR-CUST-ID
                   PERFORM 430-ADD-ACCOUNT-TO-CUSTOMER
           END-READ.

      *    Le lien 'P' repete le titulaire principal deja compte.
       420-ATTRIBUTE-CO-OWNER.
           READ OWNERSHIP-XREF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-FLAG
               NOT AT END
                   SET WS-CA-IDX TO 1
                   SEARCH WS-CA-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-CA-ACCOUNT(WS-CA-IDX)
                               = OX-ACCOUNT-NUMBER
                           IF OX-CUST-ID
                                   NOT = WS-CA-PRIMARY-ID(WS-CA-IDX)
                               MOVE OX-CUST-ID TO WS-CUR-CUST-ID
                               PERFORM 430-ADD-ACCOUNT-TO-CUSTOMER
                           END-IF
                   END-SEARCH
           END-READ.

      *    Le remettant retenu pour un client est le titulaire
      *    principal du compte qui porte sa plus forte operation.
       430-ADD-ACCOUNT-TO-CUSTOMER.
           MOVE 'N' TO WS-FOUND-FLAG
           IF WS-CC-COUNT > 0
               SET WS-CC-IDX TO 1
               SEARCH WS-CC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CC-CUST-ID(WS-CC-IDX) = WS-CUR-CUST-ID
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-SEARCH
           END-IF

           IF NOT ENTRY-FOUND
               IF WS-CC-COUNT < 5000
                   ADD 1 TO WS-CC-COUNT
                   SET WS-CC-IDX TO WS-CC-COUNT
                   MOVE WS-CUR-CUST-ID TO WS-CC-CUST-ID(WS-CC-IDX)
                   MOVE ZERO TO WS-CC-CASH-IN(WS-CC-IDX)
                                WS-CC-CASH-OUT(WS-CC-IDX)
                                WS-CC-TXN-COUNT(WS-CC-IDX)
                                WS-CC-ACCOUNT-COUNT(WS-CC-IDX)
                                WS-CC-LARGEST(WS-CC-IDX)
                                WS-CC-CONDUCTOR-ID(WS-CC-IDX)
                   MOVE SPACES TO WS-CC-BRANCH(WS-CC-IDX)
                   MOVE 'Y' TO WS-FOUND-FLAG
               ELSE
                   DISPLAY '*** ALERTE: TABLE DES CLIENTS ESPECES '
                           'SATUREE - CLIENT ' WS-CUR-CUST-ID
               END-IF
           END-IF

           IF ENTRY-FOUND
               ADD WS-CA-CASH-IN(WS-CA-IDX) TO WS-CC-CASH-IN(WS-CC-IDX)
               ADD WS-CA-CASH-OUT(WS-CA-IDX)
                   TO WS-CC-CASH-OUT(WS-CC-IDX)
               ADD WS-CA-TXN-COUNT(WS-CA-IDX)
                   TO WS-CC-TXN-COUNT(WS-CC-IDX)
               ADD 1 TO WS-CC-ACCOUNT-COUNT(WS-CC-IDX)
               IF WS-CA-LARGEST(WS-CA-IDX) > WS-CC-LARGEST(WS-CC-IDX)
                   MOVE WS-CA-LARGEST(WS-CA-IDX)
                       TO WS-CC-LARGEST(WS-CC-IDX)
                   MOVE WS-CA-PRIMARY-ID(WS-CA-IDX)
                       TO WS-CC-CONDUCTOR-ID(WS-CC-IDX)
                   MOVE WS-CA-BRANCH(WS-CA-IDX)
                       TO WS-CC-BRANCH(WS-CC-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *    DECLARATIONS DU JOUR
      *----------------------------------------------------------------
       500-DECLARE-ONE-CUSTOMER.
           IF WS-CC-CASH-IN(WS-CC-IDX) > WS-CTR-THRESHOLD
                   OR WS-CC-CASH-OUT(WS-CC-IDX) > WS-CTR-THRESHOLD
               ADD 1 TO WS-CUSTOMERS-OVER
               PERFORM 510-CHECK-EXEMPTION
               IF CUSTOMER-EXEMPT
                   ADD 1 TO WS-CUSTOMERS-EXEMPT
                   MOVE WS-CC-CUST-ID(WS-CC-IDX) TO RPF-CUST-ID
                   MOVE WS-RUN-DATE TO RPF-ACTIVITY-DATE
                   MOVE WS-CC-CASH-IN(WS-CC-IDX) TO RPF-CASH-IN
                   MOVE WS-CC-CASH-OUT(WS-CC-IDX) TO RPF-CASH-OUT
                   MOVE 'ENTITE EXEMPTEE - NON DECLAREE' TO RPF-STATE
                   MOVE ZERO TO RPF-DUE-DATE
                   WRITE CTR-REPORT-RECORD FROM WS-RPT-FILING-LINE
               ELSE
                   PERFORM 520-OPEN-TRACKING-ENTRY
               END-IF
           END-IF.

       510-CHECK-EXEMPTION.
           MOVE 'N' TO WS-EXEMPT-FLAG
           IF WS-EX-COUNT > 0
               SET WS-EX-IDX TO 1
               SEARCH WS-EX-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-EX-CUST-ID(WS-EX-IDX)
                           = WS-CC-CUST-ID(WS-CC-IDX)
                       MOVE 'Y' TO WS-EXEMPT-FLAG
               END-SEARCH
           END-IF.

      *    Une reprise du meme jour ne double pas la declaration : un
      *    suivi deja ouvert pour ce client et ce jour est laisse tel
      *    quel (la reprise des dossiers en attente s'en charge).
       520-OPEN-TRACKING-ENTRY.
           MOVE 'N' TO WS-TRACKED-FLAG
           MOVE WS-RUN-DATE TO CT-ACTIVITY-DATE
           MOVE WS-CC-CUST-ID(WS-CC-IDX) TO CT-CUST-ID
           READ CTR-TRACKING-FILE
               KEY IS CT-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-TRACKED-FLAG
                   ADD 1 TO WS-ALREADY-TRACKED
           END-READ

           IF NOT ALREADY-TRACKED
               MOVE SPACES TO CTR-TRACKING-RECORD
               MOVE WS-RUN-DATE TO CT-ACTIVITY-DATE
               MOVE WS-CC-CUST-ID(WS-CC-IDX) TO CT-CUST-ID
               MOVE WS-CC-CONDUCTOR-ID(WS-CC-IDX) TO CT-CONDUCTOR-ID
               MOVE WS-CC-BRANCH(WS-CC-IDX) TO CT-BRANCH-CODE
               MOVE WS-CC-CASH-IN(WS-CC-IDX) TO CT-CASH-IN
               MOVE WS-CC-CASH-OUT(WS-CC-IDX) TO CT-CASH-OUT
               MOVE WS-CC-TXN-COUNT(WS-CC-IDX) TO CT-TXN-COUNT
               MOVE WS-CC-ACCOUNT-COUNT(WS-CC-IDX) TO CT-ACCOUNT-COUNT
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   + WS-CTR-FILING-DAYS
               COMPUTE CT-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               MOVE ZERO TO CT-FILED-DATE
               MOVE 'P' TO CT-STATUS-CODE

               PERFORM 700-PREPARE-FILING
               IF FILING-DATA-OK
                   PERFORM 750-WRITE-FILING
               ELSE
                   ADD 1 TO WS-FILINGS-PENDING
               END-IF

               WRITE CTR-TRACKING-RECORD
                   INVALID KEY
                       DISPLAY 'ERREUR ECRITURE SUIVI CTR: '
                               CT-CUST-ID
               END-WRITE
               PERFORM 760-WRITE-REPORT-LINE
           END-IF.

      *----------------------------------------------------------------
      *    REPRISE DES DECLARATIONS EN ATTENTE DE DONNEES
      *    Les dossiers completes depuis par l'agence partent ; les
      *    autres restent au rapport avec le delai restant.
      *----------------------------------------------------------------
       600-RETRY-PENDING-FILINGS.
           MOVE 'N' TO WS-SCAN-EOF-FLAG
           MOVE LOW-VALUES TO CT-KEY
           START CTR-TRACKING-FILE
               KEY IS GREATER THAN OR EQUAL CT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF-FLAG
           END-START
           PERFORM 610-RETRY-ONE-FILING
               UNTIL SCAN-EOF.

       610-RETRY-ONE-FILING.
           READ CTR-TRACKING-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-FLAG
               NOT AT END
                   IF CT-PENDING-DATA
                           AND CT-ACTIVITY-DATE < WS-RUN-DATE
                       PERFORM 700-PREPARE-FILING
                       IF FILING-DATA-OK
                           PERFORM 750-WRITE-FILING
                           REWRITE CTR-TRACKING-RECORD
                               INVALID KEY
                                   DISPLAY 'ERREUR REWRITE SUIVI CTR: '
                                           CT-CUST-ID
                           END-REWRITE
                           PERFORM 760-WRITE-REPORT-LINE
                       ELSE
                           ADD 1 TO WS-FILINGS-PENDING
                           IF CT-DUE-DATE < WS-RUN-DATE
                               ADD 1 TO WS-FILINGS-OVERDUE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    CONSTITUTION DE LA DECLARATION
      *    Nom, prenom et adresse complete sont obligatoires pour le
      *    beneficiaire comme pour le remettant ; chaque manque part
      *    au rapport des donnees manquantes.
      *----------------------------------------------------------------
       700-PREPARE-FILING.
           MOVE 'Y' TO WS-DATA-OK-FLAG
           MOVE SPACES TO CTR-FILING-RECORD

           MOVE CT-CUST-ID TO WS-CUR-CUST-ID
           MOVE 'BENEFICIAIRE' TO WS-CUR-ROLE
           PERFORM 710-CHECK-PERSON-DATA
           MOVE CT-CUST-ID TO CF-BEN-CUST-ID
           MOVE CUST-LAST-NAME TO CF-BEN-LAST-NAME
           MOVE CUST-FIRST-NAME TO CF-BEN-FIRST-NAME
           MOVE CUST-STREET TO CF-BEN-STREET
           MOVE CUST-CITY TO CF-BEN-CITY
           MOVE CUST-STATE TO CF-BEN-STATE
           MOVE CUST-ZIP TO CF-BEN-ZIP
           MOVE CUST-PHONE TO CF-BEN-PHONE

      *    Remettant = beneficiaire : la fiche deja lue et controlee
      *    sert aux deux blocs, sans second signalement.
           IF CT-CONDUCTOR-ID NOT = CT-CUST-ID
               MOVE CT-CONDUCTOR-ID TO WS-CUR-CUST-ID
               MOVE 'REMETTANT' TO WS-CUR-ROLE
               PERFORM 710-CHECK-PERSON-DATA
           END-IF
           MOVE CT-CONDUCTOR-ID TO CF-CON-CUST-ID
           MOVE CUST-LAST-NAME TO CF-CON-LAST-NAME
           MOVE CUST-FIRST-NAME TO CF-CON-FIRST-NAME
           MOVE CUST-STREET TO CF-CON-STREET
           MOVE CUST-CITY TO CF-CON-CITY
           MOVE CUST-STATE TO CF-CON-STATE
           MOVE CUST-ZIP TO CF-CON-ZIP
           MOVE CUST-PHONE TO CF-CON-PHONE.

       710-CHECK-PERSON-DATA.
           MOVE SPACES TO WS-MISSING-LIST
           MOVE 1 TO WS-MISSING-POS
           MOVE WS-CUR-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               KEY IS CUST-ID
               INVALID KEY
                   MOVE SPACES TO CUSTOMER-RECORD
                   MOVE ZERO TO CUST-ZIP
                   MOVE 'CLIENT ABSENT DU FICHIER' TO WS-MISSING-LIST
           END-READ

           IF WS-MISSING-LIST = SPACES
               IF CUST-LAST-NAME = SPACES
                   MOVE 'NOM ' TO WS-MISSING-LIST(WS-MISSING-POS:4)
                   ADD 4 TO WS-MISSING-POS
               END-IF
               IF CUST-FIRST-NAME = SPACES
                   MOVE 'PRENOM ' TO WS-MISSING-LIST(WS-MISSING-POS:7)
                   ADD 7 TO WS-MISSING-POS
               END-IF
               IF CUST-STREET = SPACES
                   MOVE 'RUE ' TO WS-MISSING-LIST(WS-MISSING-POS:4)
                   ADD 4 TO WS-MISSING-POS
               END-IF
               IF CUST-CITY = SPACES
                   MOVE 'VILLE ' TO WS-MISSING-LIST(WS-MISSING-POS:6)
                   ADD 6 TO WS-MISSING-POS
               END-IF
               IF CUST-STATE = SPACES
                   MOVE 'ETAT ' TO WS-MISSING-LIST(WS-MISSING-POS:5)
                   ADD 5 TO WS-MISSING-POS
               END-IF
               IF CUST-ZIP NOT NUMERIC OR CUST-ZIP = ZERO
                   MOVE 'CODE-POSTAL ' TO
                       WS-MISSING-LIST(WS-MISSING-POS:12)
                   ADD 12 TO WS-MISSING-POS
               END-IF
           END-IF

           IF WS-MISSING-LIST NOT = SPACES
               MOVE 'N' TO WS-DATA-OK-FLAG
               PERFORM 720-WRITE-MISSING-LINE
           END-IF.

      *    Delai restant en jours calendaires jusqu'a la date limite ;
      *    negatif, la declaration est deja hors delai.
       720-WRITE-MISSING-LINE.
           MOVE CT-CUST-ID TO RPM-CUST-ID
           MOVE CT-ACTIVITY-DATE TO RPM-ACTIVITY-DATE
           MOVE WS-CUR-ROLE TO RPM-ROLE
           MOVE WS-CUR-CUST-ID TO RPM-PERSON-ID
           MOVE WS-MISSING-LIST TO RPM-MISSING
           MOVE CT-DUE-DATE TO RPM-DUE-DATE
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(CT-DUE-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           MOVE WS-DAYS-LEFT TO RPM-DAYS-LEFT
           IF WS-DAYS-LEFT < ZERO
               MOVE 'HORS DELAI' TO RPM-OVERDUE
           ELSE
               MOVE 'RESTANTS' TO RPM-OVERDUE
           END-IF
           WRITE CTR-MISSING-DATA-RECORD FROM WS-MISSING-LINE.

       750-WRITE-FILING.
           MOVE CT-ACTIVITY-DATE TO CF-ACTIVITY-DATE
           MOVE WS-RUN-DATE TO CF-FILING-DATE
           MOVE CT-DUE-DATE TO CF-DUE-DATE
           IF WS-RUN-DATE > CT-DUE-DATE
               MOVE 'Y' TO CF-LATE-FLAG
               ADD 1 TO WS-FILINGS-LATE
           ELSE
               MOVE 'N' TO CF-LATE-FLAG
           END-IF
           MOVE CT-BRANCH-CODE TO CF-BRANCH-CODE
           MOVE CT-CASH-IN TO CF-CASH-IN
           MOVE CT-CASH-OUT TO CF-CASH-OUT
           MOVE CT-TXN-COUNT TO CF-TXN-COUNT
           MOVE CT-ACCOUNT-COUNT TO CF-ACCOUNT-COUNT
           WRITE CTR-FILING-RECORD
           ADD 1 TO WS-FILINGS-WRITTEN

           MOVE 'F' TO CT-STATUS-CODE
           MOVE WS-RUN-DATE TO CT-FILED-DATE.

       760-WRITE-REPORT-LINE.
           MOVE CT-CUST-ID TO RPF-CUST-ID
           MOVE CT-ACTIVITY-DATE TO RPF-ACTIVITY-DATE
           MOVE CT-CASH-IN TO RPF-CASH-IN
           MOVE CT-CASH-OUT TO RPF-CASH-OUT
           MOVE CT-DUE-DATE TO RPF-DUE-DATE
           IF CT-FILED
               IF CF-LATE-FLAG = 'Y'
                   MOVE 'DECLAREE HORS DELAI' TO RPF-STATE
               ELSE
                   MOVE 'DECLAREE' TO RPF-STATE
               END-IF
           ELSE
               MOVE 'EN ATTENTE DONNEES CLIENT' TO RPF-STATE
           END-IF
           WRITE CTR-REPORT-RECORD FROM WS-RPT-FILING-LINE.

       300-FINALIZE.
           DISPLAY '*** FINALISATION EXTRACTION DECLARATIONS ***'

           CLOSE TRANSACTION-FILE
                 MASTER-ACCOUNT-FILE
                 CUSTOMER-FILE
                 CTR-TRACKING-FILE
                 CTR-FILING-FILE
                 CTR-MISSING-DATA-FILE
                 CTR-REPORT-FILE

           DISPLAY ' '
           DISPLAY '================================================'
           DISPLAY '  RAPPORT SOMMAIRE - DECLARATIONS ESPECES (CTR) '
           DISPLAY '================================================'
           DISPLAY 'TRANSACTIONS LUES      : ' WS-TRANS-READ
           DISPLAY 'OPERATIONS ESPECES     : ' WS-CASH-TRANS
           DISPLAY 'COMPTES HORS MAITRE    : ' WS-ORPHAN-ACCOUNTS
           DISPLAY 'EXEMPTIONS EN VIGUEUR  : ' WS-EXEMPTIONS-LOADED
           DISPLAY 'CLIENTS AU-DELA SEUIL  : ' WS-CUSTOMERS-OVER
           DISPLAY 'CLIENTS EXEMPTES       : ' WS-CUSTOMERS-EXEMPT
           DISPLAY 'DEJA SUIVIS (REPRISE)  : ' WS-ALREADY-TRACKED
           DISPLAY 'DECLARATIONS EMISES    : ' WS-FILINGS-WRITTEN
           DISPLAY '  DONT HORS DELAI      : ' WS-FILINGS-LATE
           DISPLAY 'EN ATTENTE DE DONNEES  : ' WS-FILINGS-PENDING
           DISPLAY '  DONT DELAI DEPASSE   : ' WS-FILINGS-OVERDUE
           DISPLAY '================================================'
           DISPLAY ' '

           DISPLAY '*** FIN EXTRACTION DECLARATIONS ESPECES ***'.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEERFND.
       AUTHOR. BANKING SYSTEM TEAM.
      ******************************************************************
      * REMBOURSEMENTS ET EXONERATIONS DE FRAIS                         *
      * - Les agences ne remboursent plus les frais par credit manuel   *
      *   'CR' : chaque demande (FEERFREQ) cite le frais d'origine      *
      *   (compte, date de postage, FEE-TRANSACTION-ID de FEEENG ou     *
      *   transaction porteuse du frais 'OF'/'XW'/'PF'/'EP' de          *
      *   BANKTRAN), un motif et l'agent demandeur                      *
      * - Le frais est retrouve dans HISTFILE ; le registre FEERFLDG    *
      *   garde chaque demande par frais, ce qui donne le reste non     *
      *   rembourse (demandes accordees ou en attente deduites)         *
      * - Pouvoirs par agent (RFNDAUTH) : plafond par remboursement,    *
      *   plafond cumule du jour, agence de rattachement. Un agent      *
      *   absent du fichier n'a aucun pouvoir propre                    *
      * - Dans le pouvoir : credit distinct 'FR' emis en format RAW     *
      *   (FEERFOUT, a concatener a TRANIN comme FEEOUT). Au-dela :     *
      *   demande 'FEES' en file PENDAPPR, decidee par MAINTAPPR et     *
      *   emise (ou classee) par ce programme au passage suivant        *
      * - Chaque remboursement emis part au journal FEEWAIV (agence,    *
      *   agent, motif) que FEEWAIVR resume au mois pour BRPROFIT       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFUND-REQUEST-FILE
               ASSIGN TO FEERFREQ
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT MASTER-ACCOUNT-FILE
               ASSIGN TO ACCTIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MA-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO HISTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-KEY
               FILE STATUS IS WS-HIS-STATUS.

      *    Registre des demandes, persistant de run en run.
           SELECT REFUND-LEDGER-FILE
               ASSIGN TO FEERFLDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-KEY
               FILE STATUS IS WS-RFL-STATUS.

      *    Pouvoirs de remboursement par agent, fournis par le
      *    controle interne (meme principe que TELLAUTH de BANKTRAN).
           SELECT REFUND-AUTHORITY-FILE
               ASSIGN TO RFNDAUTH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RAU-STATUS.

      *    File maker/checker commune avec ACCTMAINT et MAINTAPPR.
           SELECT PENDING-APPROVAL-FILE
               ASSIGN TO PENDAPPR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PND-STATUS.

           SELECT REFUND-TRANSACTION-FILE
               ASSIGN TO FEERFOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT FEE-WAIVER-FILE
               ASSIGN TO FEEWAIV
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FWV-STATUS.

           SELECT REFUND-REPORT-FILE
               ASSIGN TO FEERFRPT
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
      *    Montant a zero = tout le reste non rembourse du frais.
       FD  REFUND-REQUEST-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REFUND-REQUEST-RECORD.
           05  FQ-ACCOUNT-NUMBER       PIC 9(12).
           05  FQ-FEE-DATE             PIC 9(8).
           05  FQ-FEE-TRANSACTION-ID   PIC X(16).
           05  FQ-REFUND-AMOUNT        PIC 9(9)V99.
           05  FQ-REASON-CODE          PIC X(02).
           05  FQ-OFFICER-ID           PIC X(08).
           05  FQ-REQUEST-DATE         PIC 9(8).
           05  FILLER                  PIC X(15).

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

      *    Meme disposition que dans BANKTRAN.
       FD  HISTORY-FILE
           RECORDING MODE IS F.
       01  HISTORY-RECORD.
           05  HIS-KEY.
               10  HIS-ACCOUNT-NUMBER  PIC 9(12).
               10  HIS-POSTING-DATE    PIC 9(8).
               10  HIS-SEQUENCE        PIC 9(5).
           05  HIS-TRANSACTION-ID      PIC X(16).
           05  HIS-TYPE                PIC X(02).
           05  HIS-AMOUNT              PIC S9(13)V99 COMP-3.
           05  HIS-OLD-BALANCE         PIC S9(13)V99 COMP-3.
           05  HIS-NEW-BALANCE         PIC S9(13)V99 COMP-3.
           05  HIS-TELLER-ID           PIC X(8).
           05  HIS-BRANCH-CODE         PIC X(6).
           05  HIS-ORIG-ID             PIC X(16).
           05  FILLER                  PIC X(13).

      *    Une demande par enregistrement, rangee sous son frais
      *    d'origine : les demandes d'un meme frais se suivent dans
      *    l'ordre de la cle.
       FD  REFUND-LEDGER-FILE
           RECORDING MODE IS F.
       01  REFUND-LEDGER-RECORD.
           05  RF-KEY.
               10  RF-FEE-KEY.
                   15  RF-ACCOUNT-NUMBER   PIC 9(12).
                   15  RF-FEE-DATE         PIC 9(8).
                   15  RF-FEE-TRANSACTION-ID
                                           PIC X(16).
                   15  RF-FEE-TYPE         PIC X(02).
               10  RF-REQUEST-NUMBER   PIC 9(10).
           05  RF-FEE-AMOUNT           PIC 9(11)V99 COMP-3.
           05  RF-REFUND-AMOUNT        PIC 9(11)V99 COMP-3.
           05  RF-REASON-CODE          PIC X(02).
           05  RF-OFFICER-ID           PIC X(08).
           05  RF-BRANCH-CODE          PIC X(06).
           05  RF-REQUEST-DATE         PIC 9(8).
           05  RF-DECISION-DATE        PIC 9(8).
           05  RF-STATUS-CODE          PIC X(01).
               88  RF-REFUNDED         VALUE 'A'.
               88  RF-AWAITING         VALUE 'W'.
               88  RF-REFUSED          VALUE 'R'.
           05  RF-REFUND-TRAN-ID       PIC X(16).
           05  FILLER                  PIC X(10).

       FD  REFUND-AUTHORITY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REFUND-AUTHORITY-RECORD.
           05  RA-OFFICER-ID           PIC X(08).
           05  RA-BRANCH-CODE          PIC X(06).
           05  RA-REFUND-LIMIT         PIC 9(7)V99 COMP-3.
           05  RA-DAILY-LIMIT          PIC 9(9)V99 COMP-3.
           05  FILLER                  PIC X(11).

      *    Meme disposition que dans ACCTMAINT et MAINTAPPR.
       FD  PENDING-APPROVAL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PENDING-APPROVAL-RECORD.
           05  PA-SOURCE-SYSTEM        PIC X(04).
               88  PA-FROM-FEERFND     VALUE 'FEES'.
           05  PA-OPERATION            PIC X(01).
           05  PA-ENTITY-KEY           PIC 9(12).
           05  PA-SUBMITTER-ID         PIC X(08).
           05  PA-REQUEST-DATE         PIC 9(08).
           05  PA-NEW-LIMIT            PIC S9(9)V99 COMP-3.
           05  PA-NEW-STATUS           PIC X(01).
           05  PA-STATUS-CODE          PIC X(01).
               88  PA-PENDING          VALUE 'P'.
               88  PA-APPROVED         VALUE 'A'.
               88  PA-REFUSED          VALUE 'R'.
           05  FILLER                  PIC X(19).

      *    Meme disposition que RAW-TRANSACTION-RECORD dans BANKTRAN.
       FD  REFUND-TRANSACTION-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REFUND-TRANSACTION-RECORD.
           05  RFT-TRANSACTION-ID      PIC X(16).
           05  RFT-ACCOUNT-NUMBER      PIC 9(12).
           05  RFT-TRANSACTION-TYPE    PIC X(02).
           05  RFT-AMOUNT              PIC 9(13)V99 COMP-3.
           05  RFT-DEST-ACCOUNT        PIC 9(12).
           05  RFT-TRANSACTION-DATE    PIC 9(8).
           05  RFT-TRANSACTION-TIME    PIC 9(6).
           05  RFT-BRANCH-CODE         PIC X(6).
           05  RFT-TELLER-ID           PIC X(8).
           05  RFT-REFERENCE           PIC X(20).
           05  RFT-CURRENCY-CODE       PIC X(3).
           05  FILLER                  PIC X(14).

      *    Un remboursement emis par enregistrement ; agence du
      *    compte (celle qui a percu le frais), agent et motif.
       FD  FEE-WAIVER-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FEE-WAIVER-RECORD.
           05  FW-POSTING-DATE         PIC 9(8).
           05  FW-BRANCH-CODE          PIC X(06).
           05  FW-OFFICER-ID           PIC X(08).
           05  FW-REASON-CODE          PIC X(02).
           05  FW-ACCOUNT-NUMBER       PIC 9(12).
           05  FW-FEE-TRANSACTION-ID   PIC X(16).
           05  FW-FEE-TYPE             PIC X(02).
           05  FW-REFUND-AMOUNT        PIC 9(11)V99 COMP-3.
           05  FW-APPROVAL-ROUTE       PIC X(01).
               88  FW-OWN-AUTHORITY    VALUE 'D'.
               88  FW-CHECKER-APPROVED VALUE 'M'.
           05  FW-REFUND-TRAN-ID       PIC X(16).
           05  FILLER                  PIC X(12).

       FD  REFUND-REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REFUND-REPORT-LINE          PIC X(132).

      *    Meme disposition que dans BANKTRAN.
       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       01  BUSINESS-DATE-RECORD.
           05  BIZ-BUSINESS-DATE       PIC 9(8).
           05  BIZ-NEXT-BUSINESS-DATE  PIC 9(8).
           05  FILLER                  PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-CODES.
           05  WS-REQ-STATUS           PIC X(02) VALUE SPACES.
           05  WS-ACCT-STATUS          PIC X(02) VALUE SPACES.
           05  WS-HIS-STATUS           PIC X(02) VALUE SPACES.
           05  WS-RFL-STATUS           PIC X(02) VALUE SPACES.
           05  WS-RAU-STATUS           PIC X(02) VALUE SPACES.
           05  WS-PND-STATUS           PIC X(02) VALUE SPACES.
           05  WS-OUT-STATUS           PIC X(02) VALUE SPACES.
           05  WS-FWV-STATUS           PIC X(02) VALUE SPACES.
           05  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
           05  WS-BIZ-STATUS           PIC X(02) VALUE SPACES.

       01  WS-RUN-DATE                 PIC 9(8).

      *    Motifs admis, libelles pour le rapport.
       01  WS-REASON-VALUES.
           05  FILLER                  PIC X(22)
                   VALUE 'ERERREUR DE LA BANQUE '.
           05  FILLER                  PIC X(22)
                   VALUE 'GCGESTE COMMERCIAL    '.
           05  FILLER                  PIC X(22)
                   VALUE 'RCRETENTION CLIENT    '.
           05  FILLER                  PIC X(22)
                   VALUE 'CTCONTESTATION CLIENT '.
           05  FILLER                  PIC X(22)
                   VALUE 'DSDECES / SUCCESSION  '.
           05  FILLER                  PIC X(22)
                   VALUE 'AUAUTRE MOTIF         '.
       01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
           05  WS-RSN-ENTRY OCCURS 6 TIMES
                   INDEXED BY WS-RSN-IDX.
               10  WS-RSN-CODE         PIC X(02).
               10  WS-RSN-LABEL        PIC X(20).

      *    Pouvoirs charges une fois ; le cumul du jour ne compte que
      *    les remboursements accordes sur pouvoir propre.
       01  WS-AUTHORITY-TABLE.
           05  WS-RAU-COUNT            PIC 9(4) COMP-3 VALUE ZERO.
           05  WS-RAU-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-RAU-COUNT
                   INDEXED BY WS-RAU-IDX.
               10  WS-RAU-OFFICER-ID   PIC X(08).
               10  WS-RAU-BRANCH-CODE  PIC X(06).
               10  WS-RAU-REFUND-LIMIT PIC 9(7)V99 COMP-3.
               10  WS-RAU-DAILY-LIMIT  PIC 9(9)V99 COMP-3.
               10  WS-RAU-USED-TODAY   PIC 9(9)V99 COMP-3.

      *    Demandes du registre en attente de decision MAINTAPPR.
       01  WS-AWAITING-TABLE.
           05  WS-AWT-COUNT            PIC 9(4) COMP-3 VALUE ZERO.
           05  WS-AWT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-AWT-COUNT
                   INDEXED BY WS-AWT-IDX.
               10  WS-AWT-REQUEST-NUMBER
                                       PIC 9(10).
               10  WS-AWT-KEY          PIC X(48).

       01  WS-WORK-FIELDS.
           05  WS-NEXT-REQUEST-NUMBER  PIC 9(10) VALUE ZERO.
           05  WS-FEE-AMOUNT           PIC 9(11)V99 COMP-3 VALUE ZERO.
           05  WS-FEE-TYPE             PIC X(02) VALUE SPACES.
           05  WS-ALREADY-COMMITTED    PIC 9(11)V99 COMP-3 VALUE ZERO.
           05  WS-REMAINING-AMOUNT     PIC 9(11)V99 COMP-3 VALUE ZERO.
           05  WS-REFUND-AMOUNT        PIC 9(11)V99 COMP-3 VALUE ZERO.
           05  WS-PROJECTED-USE        PIC 9(9)V99 COMP-3 VALUE ZERO.
           05  WS-FEE-KEY-SCAN         PIC X(38) VALUE SPACES.
           05  WS-REJECT-REASON        PIC X(40) VALUE SPACES.
           05  WS-OUTCOME              PIC X(40) VALUE SPACES.
           05  WS-TRANS-SEQUENCE       PIC 9(6) COMP-3 VALUE ZERO.
           05  WS-TRANS-SEQ-DISPLAY    PIC 9(6) VALUE ZERO.
           05  WS-REFUND-TRAN-ID       PIC X(16) VALUE SPACES.
           05  WS-APPROVAL-ROUTE       PIC X(01) VALUE SPACE.

       01  WS-SWITCHES.
           05  WS-END-OF-REQUESTS      PIC X(01) VALUE 'N'.
               88  END-OF-REQUESTS     VALUE 'Y'.
           05  WS-END-OF-PENDING       PIC X(01) VALUE 'N'.
               88  END-OF-PENDING      VALUE 'Y'.
           05  WS-SCAN-EOF-FLAG        PIC X(01) VALUE 'N'.
               88  SCAN-EOF            VALUE 'Y'.
           05  WS-FEE-FOUND-FLAG       PIC X(01) VALUE 'N'.
               88  FEE-FOUND           VALUE 'Y'.
           05  WS-VALID-FLAG           PIC X(01) VALUE 'Y'.
               88  REQUEST-VALID       VALUE 'Y'.
           05  WS-WITHIN-FLAG          PIC X(01) VALUE 'N'.
               88  WITHIN-AUTHORITY    VALUE 'Y'.
           05  WS-LEDGER-OK-FLAG       PIC X(01) VALUE 'N'.
               88  LEDGER-OPEN         VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-REQUESTS-READ        PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-REQUESTS-REJECTED    PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-REFUNDS-DELEGATED    PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-REFUNDS-QUEUED       PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-DECISIONS-APPROVED   PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-DECISIONS-REFUSED    PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-TOTAL-REFUNDED       PIC 9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-QUEUED         PIC 9(13)V99 COMP-3 VALUE ZERO.

       01  WS-REPORT-LINES.
           05  WS-RPT-TITLE.
               10  FILLER              PIC X(40) VALUE
                   'REMBOURSEMENTS DE FRAIS - JOURNEE DU    '.
               10  RT-RUN-DATE         PIC 9(8).
               10  FILLER              PIC X(84) VALUE SPACES.
           05  WS-RPT-HEADER.
               10  FILLER              PIC X(11) VALUE 'DEMANDE'.
               10  FILLER              PIC X(13) VALUE 'COMPTE'.
               10  FILLER              PIC X(17) VALUE
                   'FRAIS D''ORIGINE'.
               10  FILLER              PIC X(3) VALUE 'TY'.
               10  FILLER              PIC X(15) VALUE
                   '  MONTANT FRAIS'.
               10  FILLER              PIC X(15) VALUE
                   '  REMBOURSEMENT'.
               10  FILLER              PIC X(3) VALUE 'MO'.
               10  FILLER              PIC X(9) VALUE 'AGENT'.
               10  FILLER              PIC X(46) VALUE 'SUITE'.
           05  WS-RPT-DETAIL.
               10  RR-REQUEST-NUMBER   PIC 9(10).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  RR-ACCOUNT          PIC 9(12).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  RR-FEE-ID           PIC X(16).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  RR-FEE-TYPE         PIC X(02).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  RR-FEE-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(01) VALUE SPACE.
               10  RR-REFUND-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(01) VALUE SPACE.
               10  RR-REASON           PIC X(02).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  RR-OFFICER          PIC X(08).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  RR-OUTCOME          PIC X(40).
               10  FILLER              PIC X(06) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-CONTROL.
           PERFORM 100-INITIALIZE
           IF RETURN-CODE = ZERO
               PERFORM 200-APPLY-CHECKER-DECISIONS
               PERFORM 220-PROCESS-REQUESTS
           END-IF
           PERFORM 300-FINALIZE
           STOP RUN.

       100-INITIALIZE.
           DISPLAY '*** DEBUT REMBOURSEMENTS DE FRAIS ***'
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 105-READ-BUSINESS-DATE

           OPEN INPUT  MASTER-ACCOUNT-FILE
                       HISTORY-FILE
           OPEN OUTPUT REFUND-TRANSACTION-FILE
                       FEE-WAIVER-FILE
                       REFUND-REPORT-FILE

           IF WS-ACCT-STATUS NOT = '00'
                   OR WS-HIS-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE COMPTES/HISTFILE: '
                       WS-ACCT-STATUS ' ' WS-HIS-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF

           IF WS-OUT-STATUS NOT = '00'
                   OR WS-FWV-STATUS NOT = '00'
                   OR WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE FEERFOUT/FEEWAIV/RAPPORT: '
                       WS-OUT-STATUS ' ' WS-FWV-STATUS ' '
                       WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF

      *    Le registre persiste de run en run ; cree au tout premier
      *    passage (meme technique que LEVYPROC).
           OPEN I-O REFUND-LEDGER-FILE
           IF WS-RFL-STATUS = '35'
               OPEN OUTPUT REFUND-LEDGER-FILE
               CLOSE REFUND-LEDGER-FILE
               OPEN I-O REFUND-LEDGER-FILE
           END-IF
           IF WS-RFL-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE REGISTRE REMBOURSEMENTS: '
                       WS-RFL-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'Y' TO WS-LEDGER-OK-FLAG
               PERFORM 120-LOAD-AWAITING-REQUESTS
           END-IF

           PERFORM 110-LOAD-AUTHORITIES

           IF WS-RPT-STATUS = '00'
               MOVE WS-RUN-DATE TO RT-RUN-DATE
               WRITE REFUND-REPORT-LINE FROM WS-RPT-TITLE
               MOVE SPACES TO REFUND-REPORT-LINE
               WRITE REFUND-REPORT-LINE
               WRITE REFUND-REPORT-LINE FROM WS-RPT-HEADER
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

      *    Sans fichier de pouvoirs, tout remboursement part en
      *    approbation : aucun agent n'a de pouvoir propre.
       110-LOAD-AUTHORITIES.
           OPEN INPUT REFUND-AUTHORITY-FILE
           IF WS-RAU-STATUS NOT = '00'
               DISPLAY 'POUVOIRS RFNDAUTH ABSENTS - TOUT REMBOURSEMENT '
                       'PASSE EN APPROBATION'
           ELSE
               MOVE 'N' TO WS-SCAN-EOF-FLAG
               PERFORM 111-LOAD-ONE-AUTHORITY
                   UNTIL SCAN-EOF
               CLOSE REFUND-AUTHORITY-FILE
           END-IF.

       111-LOAD-ONE-AUTHORITY.
           READ REFUND-AUTHORITY-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-FLAG
               NOT AT END
                   IF WS-RAU-COUNT < 2000
                       ADD 1 TO WS-RAU-COUNT
                       MOVE RA-OFFICER-ID
                           TO WS-RAU-OFFICER-ID(WS-RAU-COUNT)
                       MOVE RA-BRANCH-CODE
                           TO WS-RAU-BRANCH-CODE(WS-RAU-COUNT)
                       MOVE RA-REFUND-LIMIT
                           TO WS-RAU-REFUND-LIMIT(WS-RAU-COUNT)
                       MOVE RA-DAILY-LIMIT
                           TO WS-RAU-DAILY-LIMIT(WS-RAU-COUNT)
                       MOVE ZERO TO WS-RAU-USED-TODAY(WS-RAU-COUNT)
                   ELSE
                       DISPLAY '*** ALERTE: TABLE DES POUVOIRS '
                               'SATUREE ***'
                       MOVE 'Y' TO WS-SCAN-EOF-FLAG
                   END-IF
           END-READ.

      *    Balayage complet du registre : plus haut numero de demande
      *    attribue et demandes encore en attente de decision.
       120-LOAD-AWAITING-REQUESTS.
           MOVE 'N' TO WS-SCAN-EOF-FLAG
           MOVE LOW-VALUES TO RF-KEY
           START REFUND-LEDGER-FILE
               KEY IS GREATER THAN OR EQUAL RF-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF-FLAG
           END-START
           PERFORM 121-SCAN-ONE-LEDGER-ENTRY
               UNTIL SCAN-EOF.

       121-SCAN-ONE-LEDGER-ENTRY.
           READ REFUND-LEDGER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-FLAG
               NOT AT END
                   IF RF-REQUEST-NUMBER > WS-NEXT-REQUEST-NUMBER
                       MOVE RF-REQUEST-NUMBER TO WS-NEXT-REQUEST-NUMBER
                   END-IF
                   IF RF-AWAITING
                       IF WS-AWT-COUNT < 5000
                           ADD 1 TO WS-AWT-COUNT
                           MOVE RF-REQUEST-NUMBER
                               TO WS-AWT-REQUEST-NUMBER(WS-AWT-COUNT)
                           MOVE RF-KEY TO WS-AWT-KEY(WS-AWT-COUNT)
                       ELSE
                           DISPLAY '*** ALERTE: TABLE DES ATTENTES '
                                   'SATUREE - DEMANDE '
                                   RF-REQUEST-NUMBER
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    DECISIONS MAINTAPPR : une demande 'FEES' marquee 'A' ou 'R'
      *    dans la file et encore 'W' au registre est emise ou classee.
      *----------------------------------------------------------------
       200-APPLY-CHECKER-DECISIONS.
           OPEN INPUT PENDING-APPROVAL-FILE
           IF WS-PND-STATUS NOT = '00'
               DISPLAY 'FILE PENDAPPR ABSENTE - AUCUNE DECISION '
                       'A REPRENDRE'
           ELSE
               MOVE 'N' TO WS-END-OF-PENDING
               PERFORM 205-READ-ONE-DECISION
                   UNTIL END-OF-PENDING
               CLOSE PENDING-APPROVAL-FILE
           END-IF.

       205-READ-ONE-DECISION.
           READ PENDING-APPROVAL-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-PENDING
               NOT AT END
                   IF PA-FROM-FEERFND
                           AND (PA-APPROVED OR PA-REFUSED)
                           AND WS-AWT-COUNT > ZERO
                       PERFORM 210-MATCH-AWAITING-REQUEST
                   END-IF
           END-READ.

       210-MATCH-AWAITING-REQUEST.
           SET WS-AWT-IDX TO 1
           SEARCH WS-AWT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-AWT-REQUEST-NUMBER(WS-AWT-IDX) = PA-ENTITY-KEY
                   MOVE WS-AWT-KEY(WS-AWT-IDX) TO RF-KEY
                   MOVE ZERO TO WS-AWT-REQUEST-NUMBER(WS-AWT-IDX)
                   PERFORM 215-APPLY-ONE-DECISION
           END-SEARCH.

       215-APPLY-ONE-DECISION.
           READ REFUND-LEDGER-FILE
               KEY IS RF-KEY
               INVALID KEY
                   DISPLAY 'DEMANDE ABSENTE DU REGISTRE: '
                           PA-ENTITY-KEY
               NOT INVALID KEY
                   IF PA-APPROVED
                       MOVE 'M' TO WS-APPROVAL-ROUTE
                       PERFORM 216-EMIT-APPROVED-REFUND
                   ELSE
                       MOVE 'R' TO RF-STATUS-CODE
                       MOVE WS-RUN-DATE TO RF-DECISION-DATE
                       ADD 1 TO WS-DECISIONS-REFUSED
                       MOVE 'REFUSE PAR L''APPROBATEUR' TO WS-OUTCOME
                   END-IF
                   REWRITE REFUND-LEDGER-RECORD
                       INVALID KEY
                           DISPLAY 'ERREUR REWRITE REGISTRE: '
                                   RF-REQUEST-NUMBER
                   END-REWRITE
                   PERFORM 290-WRITE-LEDGER-LINE
           END-READ.

      *    Le compte est relu pour l'agence et la devise du credit ;
      *    un compte disparu entre-temps fait classer la demande.
       216-EMIT-APPROVED-REFUND.
           MOVE RF-ACCOUNT-NUMBER TO MA-ACCOUNT-NUMBER
           READ MASTER-ACCOUNT-FILE
               KEY IS MA-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE 'R' TO RF-STATUS-CODE
                   MOVE WS-RUN-DATE TO RF-DECISION-DATE
                   ADD 1 TO WS-DECISIONS-REFUSED
                   MOVE 'APPROUVE - COMPTE INTROUVABLE' TO WS-OUTCOME
               NOT INVALID KEY
                   MOVE RF-REFUND-AMOUNT TO WS-REFUND-AMOUNT
                   PERFORM 260-EMIT-REFUND-CREDIT
                   PERFORM 265-WRITE-WAIVER-LOG
                   MOVE 'A' TO RF-STATUS-CODE
                   MOVE WS-RUN-DATE TO RF-DECISION-DATE
                   MOVE WS-REFUND-TRAN-ID TO RF-REFUND-TRAN-ID
                   ADD 1 TO WS-DECISIONS-APPROVED
                   MOVE 'APPROUVE MAINTAPPR - CREDIT FR EMIS'
                       TO WS-OUTCOME
           END-READ.

      *----------------------------------------------------------------
      *    DEMANDES DU JOUR
      *----------------------------------------------------------------
       220-PROCESS-REQUESTS.
           OPEN INPUT REFUND-REQUEST-FILE
           IF WS-REQ-STATUS NOT = '00'
               DISPLAY 'AUCUNE DEMANDE DE REMBOURSEMENT CE JOUR'
           ELSE
               OPEN EXTEND PENDING-APPROVAL-FILE
               IF WS-PND-STATUS = '35'
                   OPEN OUTPUT PENDING-APPROVAL-FILE
               END-IF
               IF WS-PND-STATUS NOT = '00'
                   DISPLAY 'ERREUR OUVERTURE FILE PENDAPPR: '
                           WS-PND-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE 'N' TO WS-END-OF-REQUESTS
                   PERFORM 225-PROCESS-ONE-REQUEST
                       UNTIL END-OF-REQUESTS
                   CLOSE PENDING-APPROVAL-FILE
               END-IF
               CLOSE REFUND-REQUEST-FILE
           END-IF.

       225-PROCESS-ONE-REQUEST.
           READ REFUND-REQUEST-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-REQUESTS
               NOT AT END
                   ADD 1 TO WS-REQUESTS-READ
                   PERFORM 230-VALIDATE-REQUEST
                   IF REQUEST-VALID
                       PERFORM 250-CHECK-AUTHORITY
                       PERFORM 255-RECORD-REQUEST
                   ELSE
                       ADD 1 TO WS-REQUESTS-REJECTED
                       PERFORM 295-WRITE-REJECT-LINE
                   END-IF
           END-READ.

       230-VALIDATE-REQUEST.
           MOVE 'Y' TO WS-VALID-FLAG
           MOVE SPACES TO WS-REJECT-REASON

           MOVE FQ-ACCOUNT-NUMBER TO MA-ACCOUNT-NUMBER
           READ MASTER-ACCOUNT-FILE
               KEY IS MA-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE 'N' TO WS-VALID-FLAG
                   MOVE 'REJET - COMPTE INTROUVABLE' TO WS-REJECT-REASON
           END-READ

           IF REQUEST-VALID AND MA-CLOSED
               MOVE 'N' TO WS-VALID-FLAG
               MOVE 'REJET - COMPTE CLOS' TO WS-REJECT-REASON
           END-IF

           IF REQUEST-VALID AND FQ-OFFICER-ID = SPACES
               MOVE 'N' TO WS-VALID-FLAG
               MOVE 'REJET - AGENT NON RENSEIGNE' TO WS-REJECT-REASON
           END-IF

           IF REQUEST-VALID
               SET WS-RSN-IDX TO 1
               SEARCH WS-RSN-ENTRY
                   AT END
                       MOVE 'N' TO WS-VALID-FLAG
                       MOVE 'REJET - MOTIF INCONNU' TO WS-REJECT-REASON
                   WHEN WS-RSN-CODE(WS-RSN-IDX) = FQ-REASON-CODE
                       CONTINUE
               END-SEARCH
           END-IF

           IF REQUEST-VALID AND FQ-REFUND-AMOUNT NOT NUMERIC
               MOVE 'N' TO WS-VALID-FLAG
               MOVE 'REJET - MONTANT NON NUMERIQUE' TO WS-REJECT-REASON
           END-IF

           IF REQUEST-VALID
               PERFORM 240-LOCATE-ORIGINAL-FEE
               IF NOT FEE-FOUND
                   MOVE 'N' TO WS-VALID-FLAG
                   MOVE 'REJET - FRAIS INTROUVABLE DANS HISTFILE'
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF REQUEST-VALID
               PERFORM 245-COMPUTE-REMAINING
               EVALUATE TRUE
                   WHEN WS-REMAINING-AMOUNT = ZERO
                       MOVE 'N' TO WS-VALID-FLAG
                       MOVE 'REJET - FRAIS DEJA REMBOURSE'
                           TO WS-REJECT-REASON
                   WHEN FQ-REFUND-AMOUNT = ZERO
                       MOVE WS-REMAINING-AMOUNT TO WS-REFUND-AMOUNT
                   WHEN FQ-REFUND-AMOUNT > WS-REMAINING-AMOUNT
                       MOVE 'N' TO WS-VALID-FLAG
                       MOVE 'REJET - MONTANT SUPERIEUR AU RESTE DU'
                           TO WS-REJECT-REASON
                   WHEN OTHER
                       MOVE FQ-REFUND-AMOUNT TO WS-REFUND-AMOUNT
               END-EVALUATE
           END-IF.

      *    Frais remboursables : les debits 'DB' emis par FEEENG
      *    (guichetier FEESYS) et les frais distincts de BANKTRAN -
      *    decouvert 'OF', retrait excedentaire 'XW', protection
      *    decouvert 'PF', retrait anticipe 'EP'. Le debit porteur d'un
      *    frais 'OF' partage son identifiant mais n'est pas un frais.
       240-LOCATE-ORIGINAL-FEE.
           MOVE 'N' TO WS-FEE-FOUND-FLAG
           MOVE 'N' TO WS-SCAN-EOF-FLAG
           MOVE FQ-ACCOUNT-NUMBER TO HIS-ACCOUNT-NUMBER
           MOVE FQ-FEE-DATE TO HIS-POSTING-DATE
           MOVE ZERO TO HIS-SEQUENCE
           START HISTORY-FILE
               KEY IS GREATER THAN OR EQUAL HIS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF-FLAG
           END-START
           PERFORM 241-CHECK-ONE-POSTING
               UNTIL SCAN-EOF OR FEE-FOUND.

       241-CHECK-ONE-POSTING.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-FLAG
               NOT AT END
                   IF HIS-ACCOUNT-NUMBER NOT = FQ-ACCOUNT-NUMBER
                           OR HIS-POSTING-DATE NOT = FQ-FEE-DATE
                       MOVE 'Y' TO WS-SCAN-EOF-FLAG
                   ELSE
                       IF HIS-TRANSACTION-ID = FQ-FEE-TRANSACTION-ID
                               AND (HIS-TYPE = 'OF' OR HIS-TYPE = 'XW'
                                   OR HIS-TYPE = 'PF'
                                   OR HIS-TYPE = 'EP'
                                   OR (HIS-TYPE = 'DB'
                                       AND HIS-TELLER-ID = 'FEESYS'))
                           MOVE 'Y' TO WS-FEE-FOUND-FLAG
                           MOVE HIS-AMOUNT TO WS-FEE-AMOUNT
                           MOVE HIS-TYPE TO WS-FEE-TYPE
                       END-IF
                   END-IF
           END-READ.

      *    Reste = frais - demandes deja accordees ou en attente sur
      *    ce meme frais (les refus ne comptent pas).
       245-COMPUTE-REMAINING.
           MOVE ZERO TO WS-ALREADY-COMMITTED
           MOVE 'N' TO WS-SCAN-EOF-FLAG
           MOVE FQ-ACCOUNT-NUMBER TO RF-ACCOUNT-NUMBER
           MOVE FQ-FEE-DATE TO RF-FEE-DATE
           MOVE FQ-FEE-TRANSACTION-ID TO RF-FEE-TRANSACTION-ID
           MOVE WS-FEE-TYPE TO RF-FEE-TYPE
           MOVE RF-FEE-KEY TO WS-FEE-KEY-SCAN
           MOVE ZERO TO RF-REQUEST-NUMBER
           START REFUND-LEDGER-FILE
               KEY IS GREATER THAN OR EQUAL RF-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF-FLAG
           END-START
           PERFORM 246-ADD-ONE-PRIOR-REFUND
               UNTIL SCAN-EOF

           IF WS-ALREADY-COMMITTED NOT < WS-FEE-AMOUNT
               MOVE ZERO TO WS-REMAINING-AMOUNT
           ELSE
               COMPUTE WS-REMAINING-AMOUNT =
                   WS-FEE-AMOUNT - WS-ALREADY-COMMITTED
           END-IF.

       246-ADD-ONE-PRIOR-REFUND.
           READ REFUND-LEDGER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-FLAG
               NOT AT END
                   IF RF-FEE-KEY NOT = WS-FEE-KEY-SCAN
                       MOVE 'Y' TO WS-SCAN-EOF-FLAG
                   ELSE
                       IF RF-REFUNDED OR RF-AWAITING
                           ADD RF-REFUND-AMOUNT TO WS-ALREADY-COMMITTED
                       END-IF
                   END-IF
           END-READ.

      *    Pouvoir propre : agent connu de RFNDAUTH, compte de son
      *    agence (agence a blanc = toutes agences), montant dans le
      *    plafond unitaire et cumul du jour dans le plafond journalier.
       250-CHECK-AUTHORITY.
           MOVE 'N' TO WS-WITHIN-FLAG
           MOVE SPACES TO WS-OUTCOME
           SET WS-RAU-IDX TO 1
           SEARCH WS-RAU-ENTRY
               AT END
                   MOVE 'APPROBATION - AGENT SANS POUVOIR' TO WS-OUTCOME
               WHEN WS-RAU-OFFICER-ID(WS-RAU-IDX) = FQ-OFFICER-ID
                   COMPUTE WS-PROJECTED-USE =
                       WS-RAU-USED-TODAY(WS-RAU-IDX) + WS-REFUND-AMOUNT
                   EVALUATE TRUE
                       WHEN WS-RAU-BRANCH-CODE(WS-RAU-IDX) NOT = SPACES
                               AND WS-RAU-BRANCH-CODE(WS-RAU-IDX)
                                   NOT = MA-BRANCH-CODE
                           MOVE 'APPROBATION - COMPTE HORS AGENCE'
                               TO WS-OUTCOME
                       WHEN WS-REFUND-AMOUNT
                               > WS-RAU-REFUND-LIMIT(WS-RAU-IDX)
                           MOVE 'APPROBATION - AU-DELA DU PLAFOND UNIT.'
                               TO WS-OUTCOME
                       WHEN WS-PROJECTED-USE
                               > WS-RAU-DAILY-LIMIT(WS-RAU-IDX)
                           MOVE 'APPROBATION - AU-DELA DU PLAFOND JOUR'
                               TO WS-OUTCOME
                       WHEN OTHER
                           MOVE 'Y' TO WS-WITHIN-FLAG
                           MOVE WS-PROJECTED-USE
                               TO WS-RAU-USED-TODAY(WS-RAU-IDX)
                   END-EVALUATE
           END-SEARCH.

       255-RECORD-REQUEST.
           ADD 1 TO WS-NEXT-REQUEST-NUMBER
           MOVE SPACES TO REFUND-LEDGER-RECORD
           MOVE FQ-ACCOUNT-NUMBER TO RF-ACCOUNT-NUMBER
           MOVE FQ-FEE-DATE TO RF-FEE-DATE
           MOVE FQ-FEE-TRANSACTION-ID TO RF-FEE-TRANSACTION-ID
           MOVE WS-FEE-TYPE TO RF-FEE-TYPE
           MOVE WS-NEXT-REQUEST-NUMBER TO RF-REQUEST-NUMBER
           MOVE WS-FEE-AMOUNT TO RF-FEE-AMOUNT
           MOVE WS-REFUND-AMOUNT TO RF-REFUND-AMOUNT
           MOVE FQ-REASON-CODE TO RF-REASON-CODE
           MOVE FQ-OFFICER-ID TO RF-OFFICER-ID
           MOVE MA-BRANCH-CODE TO RF-BRANCH-CODE
           IF FQ-REQUEST-DATE NUMERIC AND FQ-REQUEST-DATE > ZERO
               MOVE FQ-REQUEST-DATE TO RF-REQUEST-DATE
           ELSE
               MOVE WS-RUN-DATE TO RF-REQUEST-DATE
           END-IF
           MOVE ZERO TO RF-DECISION-DATE

           IF WITHIN-AUTHORITY
               MOVE 'D' TO WS-APPROVAL-ROUTE
               PERFORM 260-EMIT-REFUND-CREDIT
               PERFORM 265-WRITE-WAIVER-LOG
               MOVE 'A' TO RF-STATUS-CODE
               MOVE WS-RUN-DATE TO RF-DECISION-DATE
               MOVE WS-REFUND-TRAN-ID TO RF-REFUND-TRAN-ID
               ADD 1 TO WS-REFUNDS-DELEGATED
               MOVE 'ACCORDE - CREDIT FR EMIS' TO WS-OUTCOME
           ELSE
               MOVE 'W' TO RF-STATUS-CODE
               PERFORM 270-QUEUE-FOR-APPROVAL
               ADD 1 TO WS-REFUNDS-QUEUED
               ADD WS-REFUND-AMOUNT TO WS-TOTAL-QUEUED
           END-IF

           WRITE REFUND-LEDGER-RECORD
               INVALID KEY
                   DISPLAY 'ERREUR ECRITURE REGISTRE: '
                           RF-REQUEST-NUMBER
           END-WRITE
           PERFORM 290-WRITE-LEDGER-LINE.

      *    Credit 'FR' au format RAW : c'est BANKTRAN qui poste, ce
      *    programme ne touche jamais les soldes (comme FEEENG).
       260-EMIT-REFUND-CREDIT.
           MOVE SPACES TO REFUND-TRANSACTION-RECORD
           ADD 1 TO WS-TRANS-SEQUENCE
           MOVE WS-TRANS-SEQUENCE TO WS-TRANS-SEQ-DISPLAY
      *    Siecle omis (AAMMJJ), meme raison que l'identifiant FE de
      *    FEEENG.
           MOVE SPACES TO WS-REFUND-TRAN-ID
           STRING 'FR' WS-RUN-DATE(3:6) WS-TRANS-SEQ-DISPLAY
               DELIMITED BY SIZE INTO WS-REFUND-TRAN-ID
           MOVE WS-REFUND-TRAN-ID TO RFT-TRANSACTION-ID
           MOVE MA-ACCOUNT-NUMBER TO RFT-ACCOUNT-NUMBER
           MOVE 'FR' TO RFT-TRANSACTION-TYPE
           MOVE WS-REFUND-AMOUNT TO RFT-AMOUNT
           MOVE ZERO TO RFT-DEST-ACCOUNT
           MOVE WS-RUN-DATE TO RFT-TRANSACTION-DATE
           MOVE ZERO TO RFT-TRANSACTION-TIME
           MOVE MA-BRANCH-CODE TO RFT-BRANCH-CODE
           MOVE 'FEERFND ' TO RFT-TELLER-ID
           STRING 'RMB ' RF-FEE-TRANSACTION-ID
               DELIMITED BY SIZE INTO RFT-REFERENCE
           MOVE MA-CURRENCY-CODE TO RFT-CURRENCY-CODE

           WRITE REFUND-TRANSACTION-RECORD
           ADD WS-REFUND-AMOUNT TO WS-TOTAL-REFUNDED.

       265-WRITE-WAIVER-LOG.
           MOVE SPACES TO FEE-WAIVER-RECORD
           MOVE WS-RUN-DATE TO FW-POSTING-DATE
           MOVE MA-BRANCH-CODE TO FW-BRANCH-CODE
           MOVE RF-OFFICER-ID TO FW-OFFICER-ID
           MOVE RF-REASON-CODE TO FW-REASON-CODE
           MOVE RF-ACCOUNT-NUMBER TO FW-ACCOUNT-NUMBER
           MOVE RF-FEE-TRANSACTION-ID TO FW-FEE-TRANSACTION-ID
           MOVE RF-FEE-TYPE TO FW-FEE-TYPE
           MOVE WS-REFUND-AMOUNT TO FW-REFUND-AMOUNT
           MOVE WS-APPROVAL-ROUTE TO FW-APPROVAL-ROUTE
           MOVE WS-REFUND-TRAN-ID TO FW-REFUND-TRAN-ID
           WRITE FEE-WAIVER-RECORD.

      *    La cle de la file est le numero de demande : deux
      *    remboursements du meme compte ne se confondent pas chez
      *    MAINTAPPR.
       270-QUEUE-FOR-APPROVAL.
           MOVE SPACES TO PENDING-APPROVAL-RECORD
           MOVE 'FEES' TO PA-SOURCE-SYSTEM
           MOVE 'R' TO PA-OPERATION
           MOVE RF-REQUEST-NUMBER TO PA-ENTITY-KEY
           MOVE RF-OFFICER-ID TO PA-SUBMITTER-ID
           MOVE WS-RUN-DATE TO PA-REQUEST-DATE
           MOVE WS-REFUND-AMOUNT TO PA-NEW-LIMIT
           MOVE SPACE TO PA-NEW-STATUS
           MOVE 'P' TO PA-STATUS-CODE
           WRITE PENDING-APPROVAL-RECORD.

       290-WRITE-LEDGER-LINE.
           MOVE RF-REQUEST-NUMBER TO RR-REQUEST-NUMBER
           MOVE RF-ACCOUNT-NUMBER TO RR-ACCOUNT
           MOVE RF-FEE-TRANSACTION-ID TO RR-FEE-ID
           MOVE RF-FEE-TYPE TO RR-FEE-TYPE
           MOVE RF-FEE-AMOUNT TO RR-FEE-AMOUNT
           MOVE RF-REFUND-AMOUNT TO RR-REFUND-AMOUNT
           MOVE RF-REASON-CODE TO RR-REASON
           MOVE RF-OFFICER-ID TO RR-OFFICER
           MOVE WS-OUTCOME TO RR-OUTCOME
           WRITE REFUND-REPORT-LINE FROM WS-RPT-DETAIL.

       295-WRITE-REJECT-LINE.
           MOVE ZERO TO RR-REQUEST-NUMBER
           MOVE FQ-ACCOUNT-NUMBER TO RR-ACCOUNT
           MOVE FQ-FEE-TRANSACTION-ID TO RR-FEE-ID
           MOVE SPACES TO RR-FEE-TYPE
           MOVE ZERO TO RR-FEE-AMOUNT
           IF FQ-REFUND-AMOUNT NUMERIC
               MOVE FQ-REFUND-AMOUNT TO RR-REFUND-AMOUNT
           ELSE
               MOVE ZERO TO RR-REFUND-AMOUNT
           END-IF
           MOVE FQ-REASON-CODE TO RR-REASON
           MOVE FQ-OFFICER-ID TO RR-OFFICER
           MOVE WS-REJECT-REASON TO RR-OUTCOME
           WRITE REFUND-REPORT-LINE FROM WS-RPT-DETAIL.

       300-FINALIZE.
           DISPLAY '*** FINALISATION REMBOURSEMENTS DE FRAIS ***'

           IF LEDGER-OPEN
               CLOSE REFUND-LEDGER-FILE
           END-IF
           CLOSE MASTER-ACCOUNT-FILE
                 HISTORY-FILE
                 REFUND-TRANSACTION-FILE
                 FEE-WAIVER-FILE
                 REFUND-REPORT-FILE

           PERFORM 310-PRINT-SUMMARY

           DISPLAY '*** FIN REMBOURSEMENTS DE FRAIS ***'.

       310-PRINT-SUMMARY.
           DISPLAY ' '
           DISPLAY '================================================'
           DISPLAY '  RAPPORT SOMMAIRE - REMBOURSEMENTS DE FRAIS    '
           DISPLAY '================================================'
           DISPLAY 'DEMANDES LUES          : ' WS-REQUESTS-READ
           DISPLAY 'DEMANDES REJETEES      : ' WS-REQUESTS-REJECTED
           DISPLAY 'ACCORDES SUR POUVOIR   : ' WS-REFUNDS-DELEGATED
           DISPLAY 'ENVOYES EN APPROBATION : ' WS-REFUNDS-QUEUED
           DISPLAY 'APPROUVES MAINTAPPR    : ' WS-DECISIONS-APPROVED
           DISPLAY 'REFUSES MAINTAPPR      : ' WS-DECISIONS-REFUSED
           DISPLAY 'MONTANT REMBOURSE      : ' WS-TOTAL-REFUNDED
           DISPLAY 'MONTANT EN APPROBATION : ' WS-TOTAL-QUEUED
           DISPLAY '================================================'
           DISPLAY ' '.

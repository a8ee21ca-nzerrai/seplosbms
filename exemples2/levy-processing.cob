       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEVYPROC.
       AUTHOR. BANKING SYSTEM TEAM.
      ******************************************************************
      * SAISIES ET AVIS A TIERS DETENTEUR SUR COMPTES DE DEPOT          *
      * - Pilote par le fichier des saisies recues (ordre, client,      *
      *   montant reclame, montant insaisissable, organisme, date de    *
      *   reponse) : fini le traitement a la main                       *
      * - Chaque ordre est enregistre dans le fichier permanent des     *
      *   saisies (LEVYMAST) et chaque changement de statut est trace   *
      *   dans l'historique des saisies (LEVYHIST, EXTEND)              *
      * - Blocage : tous les comptes actifs dont le client est          *
      *   titulaire (MA-CUST-ID) ou cotitulaire (OWNXREF) recoivent une *
      *   opposition HOLD-FILE, a hauteur du disponible au-dela du      *
      *   montant insaisissable et dans la limite du reste du ;         *
      *   l'opposition porte le numero d'ordre dans HOLD-TRANSACTION-ID *
      * - A l'echeance de la reponse, les oppositions de l'ordre sont   *
      *   levees, un debit par compte part au format RAW-TRANSACTION-   *
      *   RECORD (a concatener a TRANIN) et les fonds sont remis a      *
      *   l'organisme en un item OUTBOUND-REMIT-RECORD (a concatener a  *
      *   OUTREMIT avant CLROUT)                                        *
      * - Saisie partiellement satisfaite : l'ordre reste ouvert ('P')  *
      *   et se rattache a chaque run aux depots recus depuis           *
      * - Lettre de reponse a l'organisme a la premiere saisie, avis    *
      *   au client a chaque blocage                                    *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Saisies recues du jour ; fichier facultatif.
           SELECT LEVY-ORDER-FILE
               ASSIGN TO LEVYIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LVI-STATUS.

      *    Saisies en cours et soldees, par numero d'ordre ; persiste
      *    de run en run.
           SELECT LEVY-MASTER-FILE
               ASSIGN TO LEVYMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-ORDER-NUMBER
               FILE STATUS IS WS-LVM-STATUS.

      *    Historique des statuts des saisies, alimente en EXTEND.
           SELECT LEVY-HISTORY-FILE
               ASSIGN TO LEVYHIST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LVH-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO CUSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CST-STATUS.

           SELECT MASTER-ACCOUNT-FILE
               ASSIGN TO ACCTIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MA-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

      *    Table croisee de detention tenue par ACCTMAINT.
           SELECT OWNERSHIP-XREF-FILE
               ASSIGN TO OWNXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OX-KEY
               FILE STATUS IS WS-OWN-STATUS.

      *    Oppositions tenues par BANKTRAN.
           SELECT HOLD-FILE
               ASSIGN TO HOLDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HLD-STATUS.

      *    Remises aux organismes, disposition OUTBOUND-REMIT-RECORD.
           SELECT OUTBOUND-REMIT-FILE
               ASSIGN TO LEVYREM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OBR-STATUS.

      *    Debits des fonds remis, au format RAW-TRANSACTION-RECORD.
           SELECT RAW-TRANSACTION-FILE
               ASSIGN TO LEVYTRAN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

      *    Lettres de reponse aux organismes saisissants.
           SELECT AGENCY-ANSWER-FILE
               ASSIGN TO LEVYANS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ANS-STATUS.

      *    Avis de blocage aux clients saisis.
           SELECT CUSTOMER-NOTICE-FILE
               ASSIGN TO LEVYNOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NOT-STATUS.

           SELECT LEVY-REPORT-FILE
               ASSIGN TO LEVYRPT
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
      *    Une saisie par enregistrement. LO-AGENCY-ACCOUNT est le
      *    compte de l'organisme chez son etablissement, repris comme
      *    beneficiaire externe de la remise.
       FD  LEVY-ORDER-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  LEVY-ORDER-RECORD.
           05  LO-ORDER-NUMBER         PIC X(16).
           05  LO-CUST-ID              PIC 9(10).
           05  LO-AMOUNT-DEMANDED      PIC 9(11)V99.
           05  LO-EXEMPT-AMOUNT        PIC 9(11)V99.
           05  LO-AGENCY-NAME          PIC X(40).
           05  LO-AGENCY-ACCOUNT       PIC 9(12).
           05  LO-ANSWER-BY-DATE       PIC 9(8).
           05  LO-SUBMITTER-ID         PIC X(8).
           05  FILLER                  PIC X(10).

      *    Statut : 'N' recue (pas encore bloquee), 'H' fonds bloques
      *    en attente de remise, 'P' partiellement satisfaite (se
      *    rattache aux depots suivants), 'S' satisfaite.
       FD  LEVY-MASTER-FILE
           RECORDING MODE IS F.
       01  LEVY-MASTER-RECORD.
           05  LV-ORDER-NUMBER         PIC X(16).
           05  LV-CUST-ID              PIC 9(10).
           05  LV-AMOUNT-DEMANDED      PIC S9(11)V99 COMP-3.
           05  LV-EXEMPT-AMOUNT        PIC S9(11)V99 COMP-3.
           05  LV-HELD-AMOUNT          PIC S9(11)V99 COMP-3.
           05  LV-REMITTED-AMOUNT      PIC S9(11)V99 COMP-3.
           05  LV-AGENCY-NAME          PIC X(40).
           05  LV-AGENCY-ACCOUNT       PIC 9(12).
           05  LV-ANSWER-BY-DATE       PIC 9(8).
           05  LV-RECEIVED-DATE        PIC 9(8).
           05  LV-REMIT-DATE           PIC 9(8).
           05  LV-LAST-ACTION-DATE     PIC 9(8).
           05  LV-STATUS-CODE          PIC X(01).
               88  LV-RECEIVED         VALUE 'N'.
               88  LV-FUNDS-HELD       VALUE 'H'.
               88  LV-PARTIAL          VALUE 'P'.
               88  LV-SATISFIED        VALUE 'S'.
           05  LV-SUBMITTER-ID         PIC X(8).
           05  FILLER                  PIC X(20).

      *    Evenements : 'RC' reception, 'HD' blocage initial, 'RA'
      *    rattachement a de nouveaux depots, 'RM' remise, 'NF' aucun
      *    fonds saisissable.
       FD  LEVY-HISTORY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  LEVY-HISTORY-RECORD.
           05  LH-ORDER-NUMBER         PIC X(16).
           05  LH-EVENT-DATE           PIC 9(8).
           05  LH-EVENT-CODE           PIC X(02).
           05  LH-OLD-STATUS           PIC X(01).
           05  LH-NEW-STATUS           PIC X(01).
           05  LH-AMOUNT               PIC S9(11)V99 COMP-3.
           05  LH-REMITTED-TO-DATE     PIC S9(11)V99 COMP-3.
           05  FILLER                  PIC X(10).

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS.
       COPY CUSTOMER-RECORD.

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

      *    Meme disposition que dans BANKTRAN.
       FD  HOLD-FILE
           RECORDING MODE IS F.
       01  HOLD-RECORD.
           05  HOLD-KEY.
               10  HOLD-ACCOUNT-NUMBER PIC 9(12).
               10  HOLD-SEQUENCE       PIC 9(04).
           05  HOLD-AMOUNT             PIC 9(13)V99 COMP-3.
           05  HOLD-PLACED-DATE        PIC 9(8).
           05  HOLD-EXPIRY-DATE        PIC 9(8).
           05  HOLD-STATUS-CODE        PIC X(01).
               88  HOLD-ACTIVE         VALUE 'A'.
               88  HOLD-RELEASED       VALUE 'R'.
           05  HOLD-TRANSACTION-ID     PIC X(16).
           05  FILLER                  PIC X(11).

      *    Meme disposition que OUTBOUND-REMIT-RECORD dans BANKTRAN.
       FD  OUTBOUND-REMIT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  OUTBOUND-REMIT-RECORD.
           05  OBR-TRANSACTION-ID      PIC X(16).
           05  OBR-ACCOUNT-NUMBER      PIC 9(12).
           05  OBR-TRANSACTION-TYPE    PIC X(02).
           05  OBR-AMOUNT              PIC 9(13)V99 COMP-3.
           05  OBR-DEST-ACCOUNT        PIC 9(12).
           05  OBR-TRANSACTION-DATE    PIC 9(8).
           05  OBR-TRANSACTION-TIME    PIC 9(6).
           05  OBR-BRANCH-CODE         PIC X(6).
           05  OBR-TELLER-ID           PIC X(8).
           05  OBR-REFERENCE           PIC X(20).
           05  OBR-CURRENCY-CODE       PIC X(3).
           05  FILLER                  PIC X(14).

      *    Meme disposition que RAW-TRANSACTION-RECORD dans BANKTRAN.
       FD  RAW-TRANSACTION-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  RAW-TRANSACTION-RECORD.
           05  RAW-TR-TRANSACTION-ID   PIC X(16).
           05  RAW-TR-ACCOUNT-NUMBER   PIC 9(12).
           05  RAW-TR-TRANSACTION-TYPE PIC X(02).
           05  RAW-TR-AMOUNT           PIC 9(13)V99 COMP-3.
           05  RAW-TR-DEST-ACCOUNT     PIC 9(12).
           05  RAW-TR-TRANSACTION-DATE PIC 9(8).
           05  RAW-TR-TRANSACTION-TIME PIC 9(6).
           05  RAW-TR-BRANCH-CODE      PIC X(6).
           05  RAW-TR-TELLER-ID        PIC X(8).
           05  RAW-TR-REFERENCE        PIC X(20).
           05  RAW-TR-CURRENCY-CODE    PIC X(3).
           05  FILLER                  PIC X(14).

       FD  AGENCY-ANSWER-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  AGENCY-ANSWER-RECORD        PIC X(132).

       FD  CUSTOMER-NOTICE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CUSTOMER-NOTICE-RECORD      PIC X(132).

       FD  LEVY-REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  LEVY-REPORT-RECORD          PIC X(120).

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  BUSINESS-DATE-RECORD.
           05  BIZ-BUSINESS-DATE       PIC 9(8).
           05  BIZ-NEXT-BUSINESS-DATE  PIC 9(8).
           05  FILLER                  PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-CODES.
           05  WS-LVI-STATUS           PIC X(02) VALUE SPACES.
           05  WS-LVM-STATUS           PIC X(02) VALUE SPACES.
           05  WS-LVH-STATUS           PIC X(02) VALUE SPACES.
           05  WS-CST-STATUS           PIC X(02) VALUE SPACES.
           05  WS-ACCT-STATUS          PIC X(02) VALUE SPACES.
           05  WS-OWN-STATUS           PIC X(02) VALUE SPACES.
           05  WS-HLD-STATUS           PIC X(02) VALUE SPACES.
           05  WS-OBR-STATUS           PIC X(02) VALUE SPACES.
           05  WS-TRAN-STATUS          PIC X(02) VALUE SPACES.
           05  WS-ANS-STATUS           PIC X(02) VALUE SPACES.
           05  WS-NOT-STATUS           PIC X(02) VALUE SPACES.
           05  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
           05  WS-BIZ-STATUS           PIC X(02) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-ORDERS-READ          PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-ORDERS-ACCEPTED      PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-ORDERS-REJECTED      PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-ORDERS-ATTACHED      PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-ORDERS-NO-FUNDS      PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-ORDERS-REMITTED      PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-ORDERS-SATISFIED     PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-HOLDS-PLACED         PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-HOLDS-RELEASED       PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-AMOUNT-HELD          PIC S9(15)V99 COMP-3
                                       VALUE ZERO.
           05  WS-AMOUNT-REMITTED      PIC S9(15)V99 COMP-3
                                       VALUE ZERO.
           05  WS-ANSWERS-WRITTEN      PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-NOTICES-WRITTEN      PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-TRANS-SEQUENCE       PIC 9(6) COMP-3 VALUE ZERO.
           05  WS-TRANS-SEQ-DISPLAY    PIC 9(6) VALUE ZERO.

       01  WS-RUN-DATE                 PIC 9(8).

      *    Delais de la saisie : une saisie partielle rattachee a de
      *    nouveaux depots est remise apres WS-REATTACH-DAYS ; toute
      *    opposition de saisie porte une echeance de garde au-dela de
      *    la date de remise, pour que la levee automatique des
      *    oppositions echues de BANKTRAN (330) ne libere pas les fonds
      *    si LEVYPROC n'a pas tourne ce jour-la.
       01  WS-LEVY-PARAMETERS.
           05  WS-REATTACH-DAYS        PIC 9(03) VALUE 010.
           05  WS-HOLD-GRACE-DAYS      PIC 9(03) VALUE 030.
           05  WS-LEVY-TELLER          PIC X(8) VALUE 'LEVY'.

      *    Saisies a bloquer ce run : recues ('N') et partielles ('P'),
      *    relevees en un parcours de LEVYMAST.
       01  WS-ATTACH-TABLE.
           05  WS-ATT-COUNT            PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-ATT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-ATT-COUNT
                   INDEXED BY WS-ATT-IDX.
               10  WS-ATT-ORDER        PIC X(16).
               10  WS-ATT-CUST-ID      PIC 9(10).
               10  WS-ATT-OUTSTANDING  PIC S9(11)V99 COMP-3.
               10  WS-ATT-EXEMPT       PIC S9(11)V99 COMP-3.
               10  WS-ATT-STATUS       PIC X(01).
                   88  WS-ATT-NEW      VALUE 'N'.

      *    Saisies dont la date de remise est atteinte.
       01  WS-REMIT-TABLE.
           05  WS-RMT-COUNT            PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-RMT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-RMT-COUNT
                   INDEXED BY WS-RMT-IDX.
               10  WS-RMT-ORDER        PIC X(16).
               10  WS-RMT-AMOUNT       PIC S9(11)V99 COMP-3.
               10  WS-RMT-BRANCH       PIC X(6).
               10  WS-RMT-CURRENCY     PIC X(3).

      *    Comptes saisissables : un couple saisie/compte par compte
      *    dont le client est titulaire ou cotitulaire.
       01  WS-CANDIDATE-TABLE.
           05  WS-CND-COUNT            PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-CND-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-CND-COUNT
                   INDEXED BY WS-CND-IDX.
               10  WS-CND-SLOT         PIC 9(3) COMP-3.
               10  WS-CND-ACCOUNT      PIC 9(12).

      *    Comptes dont une opposition de saisie a ete levee ; leur
      *    disponible est recalcule apres le parcours de HOLD-FILE.
       01  WS-RELEASED-ACCT-TABLE.
           05  WS-REL-COUNT            PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-REL-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-REL-COUNT
                   INDEXED BY WS-REL-IDX.
               10  WS-REL-ACCOUNT      PIC 9(12).

       01  WS-WORK-FIELDS.
           05  WS-ORDER-OK-FLAG        PIC X(01) VALUE 'Y'.
               88  ORDER-OK            VALUE 'Y'.
           05  WS-REJECT-REASON        PIC X(40) VALUE SPACES.
           05  WS-SCAN-EOF-FLAG        PIC X(01) VALUE 'N'.
               88  SCAN-EOF            VALUE 'Y'.
           05  WS-HOLD-EOF-FLAG        PIC X(01) VALUE 'N'.
               88  HOLD-SCAN-EOF       VALUE 'Y'.
           05  WS-FOUND-FLAG           PIC X(01) VALUE 'N'.
               88  ENTRY-FOUND         VALUE 'Y'.
           05  WS-CUST-FOUND-FLAG      PIC X(01) VALUE 'N'.
               88  CUSTOMER-FOUND      VALUE 'Y'.
           05  WS-CUR-SLOT             PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-CUR-ACCOUNT          PIC 9(12) VALUE ZERO.
           05  WS-OLD-STATUS           PIC X(01) VALUE SPACE.
           05  WS-EVENT-CODE           PIC X(02) VALUE SPACES.
           05  WS-EVENT-AMOUNT         PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
           05  WS-LEVY-POOL            PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           05  WS-LEVY-TARGET          PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           05  WS-LEVY-REMAINING       PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           05  WS-LEVY-TAKE            PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           05  WS-ORDER-HELD           PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           05  WS-ACTIVE-HOLD-TOTAL    PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           05  WS-HOLD-MAX-SEQ         PIC 9(04) VALUE ZERO.
           05  WS-HOLD-SCAN-ACCOUNT    PIC 9(12) VALUE ZERO.
           05  WS-DATE-INT             PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-REMIT-DATE           PIC 9(8) VALUE ZERO.
           05  WS-HOLD-EXPIRY          PIC 9(8) VALUE ZERO.
           05  WS-CUST-NAME            PIC X(50) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-END-OF-ORDERS        PIC X(01) VALUE 'N'.
               88  END-OF-ORDERS       VALUE 'Y'.

       01  WS-LETTER-LINE.
           05  WLL-TEXT                PIC X(132).

       01  WS-LETTER-AMOUNT-LINE.
           05  WLM-LABEL               PIC X(30).
           05  WLM-AMOUNT              PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(85) VALUE SPACES.

       01  WS-LETTER-ACCOUNT-LINE.
           05  FILLER                  PIC X(10) VALUE '  COMPTE: '.
           05  WLC-ACCOUNT             PIC 9(12).
           05  FILLER                  PIC X(18) VALUE
               '  MONTANT BLOQUE: '.
           05  WLC-AMOUNT              PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(75) VALUE SPACES.

       01  WS-RPT-ORDER-LINE.
           05  FILLER                  PIC X(07) VALUE 'ORDRE: '.
           05  RPO-ORDER               PIC X(16).
           05  FILLER                  PIC X(10) VALUE '  CLIENT: '.
           05  RPO-CUST-ID             PIC 9(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPO-STATE               PIC X(36).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPO-AMOUNT              PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-CONTROL.
           PERFORM 100-INITIALIZE
           PERFORM 200-LOAD-NEW-ORDERS
               UNTIL END-OF-ORDERS
           PERFORM 400-COLLECT-OPEN-ORDERS
           IF WS-ATT-COUNT > ZERO
               PERFORM 450-FIND-LEVY-ACCOUNTS
               PERFORM 500-ATTACH-ONE-ORDER
                   VARYING WS-ATT-IDX FROM 1 BY 1
                   UNTIL WS-ATT-IDX > WS-ATT-COUNT
           END-IF
           IF WS-RMT-COUNT > ZERO
               PERFORM 600-REMIT-DUE-ORDERS
           END-IF
           PERFORM 300-FINALIZE
           STOP RUN.

       100-INITIALIZE.
           DISPLAY '*** DEBUT TRAITEMENT DES SAISIES ***'
           OPEN INPUT  CUSTOMER-FILE
           OPEN I-O    MASTER-ACCOUNT-FILE
           OPEN OUTPUT OUTBOUND-REMIT-FILE
                       RAW-TRANSACTION-FILE
                       AGENCY-ANSWER-FILE
                       CUSTOMER-NOTICE-FILE
                       LEVY-REPORT-FILE

           IF WS-CST-STATUS NOT = '00'
                   OR WS-ACCT-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE CLIENTS/COMPTES: '
                       WS-CST-STATUS ' ' WS-ACCT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    Saisies et oppositions persistent de run en run ; creees
      *    au tout premier passage (meme technique que STMTGEN).
           OPEN I-O LEVY-MASTER-FILE
           IF WS-LVM-STATUS = '35'
               OPEN OUTPUT LEVY-MASTER-FILE
               CLOSE LEVY-MASTER-FILE
               OPEN I-O LEVY-MASTER-FILE
           END-IF

           OPEN I-O HOLD-FILE
           IF WS-HLD-STATUS = '35'
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF

           IF WS-LVM-STATUS NOT = '00'
                   OR WS-HLD-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE SAISIES/OPPOSITIONS: '
                       WS-LVM-STATUS ' ' WS-HLD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND LEVY-HISTORY-FILE
           IF WS-LVH-STATUS = '35'
               OPEN OUTPUT LEVY-HISTORY-FILE
               CLOSE LEVY-HISTORY-FILE
               OPEN EXTEND LEVY-HISTORY-FILE
           END-IF

           IF WS-LVH-STATUS NOT = '00' AND WS-LVH-STATUS NOT = '05'
               DISPLAY 'ERREUR OUVERTURE HISTORIQUE SAISIES: '
                       WS-LVH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 105-READ-BUSINESS-DATE

           OPEN INPUT LEVY-ORDER-FILE
           IF WS-LVI-STATUS NOT = '00'
               DISPLAY 'PAS DE NOUVELLES SAISIES (LEVYIN ABSENT)'
               MOVE 'Y' TO WS-END-OF-ORDERS
           ELSE
               PERFORM 110-READ-ORDER
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

       110-READ-ORDER.
           READ LEVY-ORDER-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-ORDERS
               NOT AT END
                   ADD 1 TO WS-ORDERS-READ
           END-READ.

      *----------------------------------------------------------------
      *    RECEPTION DES NOUVELLES SAISIES
      *----------------------------------------------------------------
       200-LOAD-NEW-ORDERS.
           IF NOT END-OF-ORDERS
               PERFORM 210-VALIDATE-ONE-ORDER
               IF ORDER-OK
                   PERFORM 220-RECORD-NEW-ORDER
               ELSE
                   MOVE LO-ORDER-NUMBER TO RPO-ORDER
                   MOVE LO-CUST-ID TO RPO-CUST-ID
                   MOVE WS-REJECT-REASON TO RPO-STATE
                   MOVE ZERO TO RPO-AMOUNT
                   WRITE LEVY-REPORT-RECORD FROM WS-RPT-ORDER-LINE
                   ADD 1 TO WS-ORDERS-REJECTED
               END-IF
               PERFORM 110-READ-ORDER
           END-IF.

       210-VALIDATE-ONE-ORDER.
           MOVE 'Y' TO WS-ORDER-OK-FLAG
           MOVE SPACES TO WS-REJECT-REASON

           IF LO-ORDER-NUMBER = SPACES
               MOVE 'NUMERO D''ORDRE A BLANC' TO WS-REJECT-REASON
               MOVE 'N' TO WS-ORDER-OK-FLAG
           END-IF

           IF ORDER-OK
               IF LO-AMOUNT-DEMANDED NOT NUMERIC
                       OR LO-EXEMPT-AMOUNT NOT NUMERIC
                       OR LO-AMOUNT-DEMANDED = ZERO
                   MOVE 'MONTANT RECLAME INVALIDE' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-ORDER-OK-FLAG
               END-IF
           END-IF

           IF ORDER-OK
               IF LO-ANSWER-BY-DATE NOT NUMERIC
                       OR LO-ANSWER-BY-DATE < WS-RUN-DATE
                   MOVE 'DATE DE REPONSE INVALIDE' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-ORDER-OK-FLAG
               END-IF
           END-IF

           IF ORDER-OK
               IF LO-AGENCY-ACCOUNT NOT NUMERIC
                       OR LO-AGENCY-ACCOUNT = ZERO
                   MOVE 'COMPTE ORGANISME INVALIDE' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-ORDER-OK-FLAG
               END-IF
           END-IF

           IF ORDER-OK
               MOVE LO-CUST-ID TO CUST-ID
               READ CUSTOMER-FILE
                   KEY IS CUST-ID
                   INVALID KEY
                       MOVE 'CLIENT INCONNU' TO WS-REJECT-REASON
                       MOVE 'N' TO WS-ORDER-OK-FLAG
               END-READ
           END-IF

           IF ORDER-OK
               MOVE LO-ORDER-NUMBER TO LV-ORDER-NUMBER
               READ LEVY-MASTER-FILE
                   KEY IS LV-ORDER-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'ORDRE DEJA ENREGISTRE' TO WS-REJECT-REASON
                       MOVE 'N' TO WS-ORDER-OK-FLAG
               END-READ
           END-IF.

       220-RECORD-NEW-ORDER.
           MOVE SPACES TO LEVY-MASTER-RECORD
           MOVE LO-ORDER-NUMBER TO LV-ORDER-NUMBER
           MOVE LO-CUST-ID TO LV-CUST-ID
           MOVE LO-AMOUNT-DEMANDED TO LV-AMOUNT-DEMANDED
           MOVE LO-EXEMPT-AMOUNT TO LV-EXEMPT-AMOUNT
           MOVE ZERO TO LV-HELD-AMOUNT
                        LV-REMITTED-AMOUNT
                        LV-REMIT-DATE
           MOVE LO-AGENCY-NAME TO LV-AGENCY-NAME
           MOVE LO-AGENCY-ACCOUNT TO LV-AGENCY-ACCOUNT
           MOVE LO-ANSWER-BY-DATE TO LV-ANSWER-BY-DATE
           MOVE WS-RUN-DATE TO LV-RECEIVED-DATE
                               LV-LAST-ACTION-DATE
           MOVE 'N' TO LV-STATUS-CODE
           MOVE LO-SUBMITTER-ID TO LV-SUBMITTER-ID

           WRITE LEVY-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'ERREUR ECRITURE SAISIE: ' LV-ORDER-NUMBER
               NOT INVALID KEY
                   ADD 1 TO WS-ORDERS-ACCEPTED
                   MOVE SPACE TO WS-OLD-STATUS
                   MOVE 'RC' TO WS-EVENT-CODE
                   MOVE LV-AMOUNT-DEMANDED TO WS-EVENT-AMOUNT
                   PERFORM 250-WRITE-STATUS-HISTORY
           END-WRITE.

      *    Une ligne d'historique par changement de statut : c'est la
      *    trace opposable de la vie de la saisie.
       250-WRITE-STATUS-HISTORY.
           MOVE SPACES TO LEVY-HISTORY-RECORD
           MOVE LV-ORDER-NUMBER TO LH-ORDER-NUMBER
           MOVE WS-RUN-DATE TO LH-EVENT-DATE
           MOVE WS-EVENT-CODE TO LH-EVENT-CODE
           MOVE WS-OLD-STATUS TO LH-OLD-STATUS
           MOVE LV-STATUS-CODE TO LH-NEW-STATUS
           MOVE WS-EVENT-AMOUNT TO LH-AMOUNT
           MOVE LV-REMITTED-AMOUNT TO LH-REMITTED-TO-DATE
           WRITE LEVY-HISTORY-RECORD.

      *----------------------------------------------------------------
      *    RELEVE DES SAISIES OUVERTES
      *    Un parcours de LEVYMAST : 'N' et 'P' sont a bloquer, 'H'
      *    dont la date de remise est atteinte sont a remettre.
      *----------------------------------------------------------------
       400-COLLECT-OPEN-ORDERS.
           MOVE 'N' TO WS-SCAN-EOF-FLAG
           MOVE LOW-VALUES TO LV-ORDER-NUMBER
           START LEVY-MASTER-FILE
               KEY IS GREATER THAN OR EQUAL LV-ORDER-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF-FLAG
           END-START
           PERFORM 410-CLASSIFY-ONE-ORDER
               UNTIL SCAN-EOF.

       410-CLASSIFY-ONE-ORDER.
           READ LEVY-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-FLAG
               NOT AT END
                   EVALUATE TRUE
                       WHEN LV-RECEIVED OR LV-PARTIAL
                           PERFORM 420-KEEP-ORDER-TO-ATTACH
                       WHEN LV-FUNDS-HELD
                               AND LV-REMIT-DATE <= WS-RUN-DATE
                           PERFORM 430-KEEP-ORDER-TO-REMIT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       420-KEEP-ORDER-TO-ATTACH.
           IF WS-ATT-COUNT < 500
               ADD 1 TO WS-ATT-COUNT
               MOVE LV-ORDER-NUMBER TO WS-ATT-ORDER(WS-ATT-COUNT)
               MOVE LV-CUST-ID TO WS-ATT-CUST-ID(WS-ATT-COUNT)
               COMPUTE WS-ATT-OUTSTANDING(WS-ATT-COUNT) =
                   LV-AMOUNT-DEMANDED - LV-REMITTED-AMOUNT
               MOVE LV-EXEMPT-AMOUNT TO WS-ATT-EXEMPT(WS-ATT-COUNT)
               MOVE LV-STATUS-CODE TO WS-ATT-STATUS(WS-ATT-COUNT)
           ELSE
               DISPLAY '*** ALERTE: TABLE DES SAISIES A BLOQUER '
                       'SATUREE - ORDRE ' LV-ORDER-NUMBER
           END-IF.

       430-KEEP-ORDER-TO-REMIT.
           IF WS-RMT-COUNT < 500
               ADD 1 TO WS-RMT-COUNT
               MOVE LV-ORDER-NUMBER TO WS-RMT-ORDER(WS-RMT-COUNT)
               MOVE ZERO TO WS-RMT-AMOUNT(WS-RMT-COUNT)
               MOVE SPACES TO WS-RMT-BRANCH(WS-RMT-COUNT)
                              WS-RMT-CURRENCY(WS-RMT-COUNT)
           ELSE
               DISPLAY '*** ALERTE: TABLE DES SAISIES A REMETTRE '
                       'SATUREE - ORDRE ' LV-ORDER-NUMBER
           END-IF.

      *----------------------------------------------------------------
      *    COMPTES SAISISSABLES
      *    Un parcours du fichier maitre (titulaire MA-CUST-ID) et un
      *    de la table de detention (cotitulaires) pour toutes les
      *    saisies du run.
      *----------------------------------------------------------------
       450-FIND-LEVY-ACCOUNTS.
           MOVE 'N' TO WS-SCAN-EOF-FLAG
           MOVE LOW-VALUES TO MA-ACCOUNT-NUMBER
           START MASTER-ACCOUNT-FILE
               KEY IS GREATER THAN OR EQUAL MA-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF-FLAG
           END-START
           PERFORM 455-CHECK-ONE-MASTER
               UNTIL SCAN-EOF

           OPEN INPUT OWNERSHIP-XREF-FILE
           IF WS-OWN-STATUS NOT = '00'
               DISPLAY 'TABLE DE DETENTION ABSENTE - COMPTES DU '
                       'SEUL TITULAIRE PRINCIPAL'
           ELSE
               MOVE 'N' TO WS-SCAN-EOF-FLAG
               PERFORM 460-CHECK-ONE-LINK
                   UNTIL SCAN-EOF
               CLOSE OWNERSHIP-XREF-FILE
           END-IF.

       455-CHECK-ONE-MASTER.
           READ MASTER-ACCOUNT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-FLAG
               NOT AT END
                   IF MA-ACTIVE
                       MOVE MA-ACCOUNT-NUMBER TO WS-CUR-ACCOUNT
                       PERFORM 465-MATCH-CUSTOMER-TO-ORDERS
                           VARYING WS-ATT-IDX FROM 1 BY 1
                           UNTIL WS-ATT-IDX > WS-ATT-COUNT
                   END-IF
           END-READ.

       460-CHECK-ONE-LINK.
           READ OWNERSHIP-XREF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-FLAG
               NOT AT END
                   MOVE OX-ACCOUNT-NUMBER TO WS-CUR-ACCOUNT
                   MOVE OX-CUST-ID TO MA-CUST-ID
                   PERFORM 465-MATCH-CUSTOMER-TO-ORDERS
                       VARYING WS-ATT-IDX FROM 1 BY 1
                       UNTIL WS-ATT-IDX > WS-ATT-COUNT
           END-READ.

      *    Le client a rapprocher est dans MA-CUST-ID (titulaire lu
      *    ou, pour un lien de detention, client du lien).
       465-MATCH-CUSTOMER-TO-ORDERS.
           IF WS-ATT-CUST-ID(WS-ATT-IDX) = MA-CUST-ID
               SET WS-CUR-SLOT TO WS-ATT-IDX
               PERFORM 470-ADD-CANDIDATE
           END-IF.

      *    Le lien 'P' d'OWNXREF repete le titulaire deja vu dans le
      *    fichier maitre : un meme couple n'est retenu qu'une fois.
       470-ADD-CANDIDATE.
           MOVE 'N' TO WS-FOUND-FLAG
           IF WS-CND-COUNT > 0
               SET WS-CND-IDX TO 1
               SEARCH WS-CND-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CND-SLOT(WS-CND-IDX) = WS-CUR-SLOT
                           AND WS-CND-ACCOUNT(WS-CND-IDX)
                               = WS-CUR-ACCOUNT
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-SEARCH
           END-IF

           IF NOT ENTRY-FOUND
               IF WS-CND-COUNT < 5000
                   ADD 1 TO WS-CND-COUNT
                   MOVE WS-CUR-SLOT TO WS-CND-SLOT(WS-CND-COUNT)
                   MOVE WS-CUR-ACCOUNT TO WS-CND-ACCOUNT(WS-CND-COUNT)
               ELSE
                   DISPLAY '*** ALERTE: TABLE DES COMPTES SAISIS '
                           'SATUREE - COMPTE ' WS-CUR-ACCOUNT
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *    BLOCAGE D'UNE SAISIE
      *    Saisissable = disponible cumule des comptes - montant
      *    insaisissable, dans la limite du reste du ; reparti compte
      *    par compte dans l'ordre des comptes.
      *----------------------------------------------------------------
       500-ATTACH-ONE-ORDER.
           SET WS-CUR-SLOT TO WS-ATT-IDX
           MOVE ZERO TO WS-LEVY-POOL
                        WS-ORDER-HELD
           PERFORM 510-SUM-AVAILABLE
               VARYING WS-CND-IDX FROM 1 BY 1
               UNTIL WS-CND-IDX > WS-CND-COUNT

           COMPUTE WS-LEVY-TARGET =
               WS-LEVY-POOL - WS-ATT-EXEMPT(WS-ATT-IDX)
           IF WS-LEVY-TARGET < ZERO
               MOVE ZERO TO WS-LEVY-TARGET
           END-IF
           IF WS-LEVY-TARGET > WS-ATT-OUTSTANDING(WS-ATT-IDX)
               MOVE WS-ATT-OUTSTANDING(WS-ATT-IDX) TO WS-LEVY-TARGET
           END-IF
           MOVE WS-LEVY-TARGET TO WS-LEVY-REMAINING

           IF WS-ATT-NEW(WS-ATT-IDX)
               MOVE WS-ATT-ORDER(WS-ATT-IDX) TO LV-ORDER-NUMBER
               READ LEVY-MASTER-FILE
                   KEY IS LV-ORDER-NUMBER
                   INVALID KEY
                       CONTINUE
               END-READ
               PERFORM 550-WRITE-ANSWER-HEADER
           END-IF

           IF WS-LEVY-TARGET > ZERO
               PERFORM 520-PLACE-LEVY-HOLD
                   VARYING WS-CND-IDX FROM 1 BY 1
                   UNTIL WS-CND-IDX > WS-CND-COUNT
                       OR WS-LEVY-REMAINING NOT > ZERO
           END-IF

           PERFORM 540-UPDATE-ORDER-AFTER-ATTACH.

       510-SUM-AVAILABLE.
           IF WS-CND-SLOT(WS-CND-IDX) = WS-CUR-SLOT
               MOVE WS-CND-ACCOUNT(WS-CND-IDX) TO MA-ACCOUNT-NUMBER
               READ MASTER-ACCOUNT-FILE
                   KEY IS MA-ACCOUNT-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MA-ACTIVE AND MA-AVAILABLE-BALANCE > ZERO
                           ADD MA-AVAILABLE-BALANCE TO WS-LEVY-POOL
                       END-IF
               END-READ
           END-IF.

       520-PLACE-LEVY-HOLD.
           IF WS-CND-SLOT(WS-CND-IDX) = WS-CUR-SLOT
               MOVE WS-CND-ACCOUNT(WS-CND-IDX) TO MA-ACCOUNT-NUMBER
               READ MASTER-ACCOUNT-FILE
                   KEY IS MA-ACCOUNT-NUMBER
                   INVALID KEY
                       MOVE ZERO TO WS-LEVY-TAKE
                   NOT INVALID KEY
                       IF MA-ACTIVE AND MA-AVAILABLE-BALANCE > ZERO
                           IF MA-AVAILABLE-BALANCE < WS-LEVY-REMAINING
                               MOVE MA-AVAILABLE-BALANCE
                                   TO WS-LEVY-TAKE
                           ELSE
                               MOVE WS-LEVY-REMAINING TO WS-LEVY-TAKE
                           END-IF
                       ELSE
                           MOVE ZERO TO WS-LEVY-TAKE
                       END-IF
               END-READ
               IF WS-LEVY-TAKE > ZERO
                   PERFORM 525-WRITE-LEVY-HOLD
               END-IF
           END-IF.

       525-WRITE-LEVY-HOLD.
           PERFORM 526-ASSIGN-HOLD-SEQUENCE
           PERFORM 528-COMPUTE-HOLD-DATES

           MOVE SPACES TO HOLD-RECORD
           MOVE MA-ACCOUNT-NUMBER TO HOLD-ACCOUNT-NUMBER
           COMPUTE HOLD-SEQUENCE = WS-HOLD-MAX-SEQ + 1
           MOVE WS-LEVY-TAKE TO HOLD-AMOUNT
           MOVE WS-RUN-DATE TO HOLD-PLACED-DATE
           MOVE WS-HOLD-EXPIRY TO HOLD-EXPIRY-DATE
           MOVE 'A' TO HOLD-STATUS-CODE
           MOVE WS-ATT-ORDER(WS-ATT-IDX) TO HOLD-TRANSACTION-ID

           WRITE HOLD-RECORD
               INVALID KEY
                   DISPLAY 'ERREUR ECRITURE OPPOSITION: '
                           HOLD-ACCOUNT-NUMBER
               NOT INVALID KEY
                   SUBTRACT WS-LEVY-TAKE FROM WS-LEVY-REMAINING
                   ADD WS-LEVY-TAKE TO WS-ORDER-HELD
                   ADD 1 TO WS-HOLDS-PLACED
                   PERFORM 530-REFRESH-AVAILABLE-BALANCE
                   REWRITE MASTER-ACCOUNT-RECORD
                       INVALID KEY
                           DISPLAY 'ERREUR REWRITE COMPTE: '
                                   MA-ACCOUNT-NUMBER
                   END-REWRITE
                   IF WS-ATT-NEW(WS-ATT-IDX)
                       MOVE MA-ACCOUNT-NUMBER TO WLC-ACCOUNT
                       MOVE WS-LEVY-TAKE TO WLC-AMOUNT
                       WRITE AGENCY-ANSWER-RECORD
                           FROM WS-LETTER-ACCOUNT-LINE
                   END-IF
           END-WRITE.

      *    Prochaine sequence libre du compte, comme 244 de BANKTRAN.
       526-ASSIGN-HOLD-SEQUENCE.
           MOVE ZERO TO WS-HOLD-MAX-SEQ
           MOVE 'N' TO WS-HOLD-EOF-FLAG
           MOVE MA-ACCOUNT-NUMBER TO WS-HOLD-SCAN-ACCOUNT
                                     HOLD-ACCOUNT-NUMBER
           MOVE ZERO TO HOLD-SEQUENCE
           START HOLD-FILE
               KEY IS GREATER THAN OR EQUAL HOLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HOLD-EOF-FLAG
           END-START

           PERFORM 527-SCAN-HOLD-SEQUENCE
               UNTIL HOLD-SCAN-EOF.

       527-SCAN-HOLD-SEQUENCE.
           READ HOLD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HOLD-EOF-FLAG
               NOT AT END
                   IF HOLD-ACCOUNT-NUMBER = WS-HOLD-SCAN-ACCOUNT
                       MOVE HOLD-SEQUENCE TO WS-HOLD-MAX-SEQ
                   ELSE
                       MOVE 'Y' TO WS-HOLD-EOF-FLAG
                   END-IF
           END-READ.

      *    Premiere saisie : remise a la date de reponse de l'ordre ;
      *    rattachement : remise a WS-REATTACH-DAYS.
       528-COMPUTE-HOLD-DATES.
           IF WS-ATT-NEW(WS-ATT-IDX)
               MOVE WS-ATT-ORDER(WS-ATT-IDX) TO LV-ORDER-NUMBER
               READ LEVY-MASTER-FILE
                   KEY IS LV-ORDER-NUMBER
                   INVALID KEY
                       MOVE WS-RUN-DATE TO LV-ANSWER-BY-DATE
               END-READ
               MOVE LV-ANSWER-BY-DATE TO WS-REMIT-DATE
           ELSE
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   + WS-REATTACH-DAYS
               COMPUTE WS-REMIT-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           END-IF
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-REMIT-DATE)
               + WS-HOLD-GRACE-DAYS
           COMPUTE WS-HOLD-EXPIRY =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).

      *    Disponible = courant - oppositions actives, comme 245 de
      *    BANKTRAN.
       530-REFRESH-AVAILABLE-BALANCE.
           MOVE ZERO TO WS-ACTIVE-HOLD-TOTAL
           MOVE 'N' TO WS-HOLD-EOF-FLAG
           MOVE MA-ACCOUNT-NUMBER TO WS-HOLD-SCAN-ACCOUNT
                                     HOLD-ACCOUNT-NUMBER
           MOVE ZERO TO HOLD-SEQUENCE
           START HOLD-FILE
               KEY IS GREATER THAN OR EQUAL HOLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HOLD-EOF-FLAG
           END-START

           PERFORM 531-ACCUMULATE-ACTIVE-HOLD
               UNTIL HOLD-SCAN-EOF

           COMPUTE MA-AVAILABLE-BALANCE =
               MA-CURRENT-BALANCE - WS-ACTIVE-HOLD-TOTAL.

       531-ACCUMULATE-ACTIVE-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HOLD-EOF-FLAG
               NOT AT END
                   IF HOLD-ACCOUNT-NUMBER = WS-HOLD-SCAN-ACCOUNT
                       IF HOLD-ACTIVE
                           ADD HOLD-AMOUNT TO WS-ACTIVE-HOLD-TOTAL
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-HOLD-EOF-FLAG
                   END-IF
           END-READ.

      *    Fonds bloques : 'H' jusqu'a la remise, avis au client.
      *    Rien de saisissable : la saisie reste ouverte ('P') et se
      *    rattachera aux depots des runs suivants.
       540-UPDATE-ORDER-AFTER-ATTACH.
           MOVE WS-ATT-ORDER(WS-ATT-IDX) TO LV-ORDER-NUMBER
           READ LEVY-MASTER-FILE
               KEY IS LV-ORDER-NUMBER
               INVALID KEY
                   DISPLAY 'SAISIE DISPARUE EN COURS DE RUN: '
                           LV-ORDER-NUMBER
               NOT INVALID KEY
                   MOVE LV-STATUS-CODE TO WS-OLD-STATUS
                   MOVE WS-ORDER-HELD TO WS-EVENT-AMOUNT
                   MOVE WS-ORDER-HELD TO LV-HELD-AMOUNT
                   MOVE WS-RUN-DATE TO LV-LAST-ACTION-DATE
                   IF WS-ORDER-HELD > ZERO
                       MOVE 'H' TO LV-STATUS-CODE
                       MOVE WS-REMIT-DATE TO LV-REMIT-DATE
                       IF WS-ATT-NEW(WS-ATT-IDX)
                           MOVE 'HD' TO WS-EVENT-CODE
                       ELSE
                           MOVE 'RA' TO WS-EVENT-CODE
                       END-IF
                       ADD 1 TO WS-ORDERS-ATTACHED
                       ADD WS-ORDER-HELD TO WS-AMOUNT-HELD
                   ELSE
                       MOVE 'P' TO LV-STATUS-CODE
                       MOVE 'NF' TO WS-EVENT-CODE
                       IF WS-ATT-NEW(WS-ATT-IDX)
                           ADD 1 TO WS-ORDERS-NO-FUNDS
                       END-IF
                   END-IF
                   REWRITE LEVY-MASTER-RECORD
                       INVALID KEY
                           DISPLAY 'ERREUR REWRITE SAISIE: '
                                   LV-ORDER-NUMBER
                   END-REWRITE
      *            Un rattachement sans nouveaux fonds ne change rien :
      *            pas de ligne d'historique chaque nuit pour cela.
                   IF WS-ORDER-HELD > ZERO OR WS-ATT-NEW(WS-ATT-IDX)
                       PERFORM 250-WRITE-STATUS-HISTORY
                   END-IF
                   IF WS-ATT-NEW(WS-ATT-IDX)
                       PERFORM 555-WRITE-ANSWER-TRAILER
                   END-IF
                   IF WS-ORDER-HELD > ZERO
                       PERFORM 560-WRITE-CUSTOMER-NOTICE
                       MOVE LV-ORDER-NUMBER TO RPO-ORDER
                       MOVE LV-CUST-ID TO RPO-CUST-ID
                       MOVE 'FONDS BLOQUES' TO RPO-STATE
                       MOVE WS-ORDER-HELD TO RPO-AMOUNT
                       WRITE LEVY-REPORT-RECORD FROM WS-RPT-ORDER-LINE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    LETTRE DE REPONSE A L'ORGANISME (premiere saisie seulement)
      *----------------------------------------------------------------
       550-WRITE-ANSWER-HEADER.
           MOVE LV-AGENCY-NAME TO WLL-TEXT
           WRITE AGENCY-ANSWER-RECORD FROM WS-LETTER-LINE

           MOVE SPACES TO WLL-TEXT
           STRING 'REPONSE A LA SAISIE NO ' LV-ORDER-NUMBER
                  ' DU ' LV-RECEIVED-DATE
               DELIMITED BY SIZE INTO WLL-TEXT
           WRITE AGENCY-ANSWER-RECORD FROM WS-LETTER-LINE

           PERFORM 565-FETCH-CUSTOMER-NAME
           MOVE SPACES TO WLL-TEXT
           STRING 'DEBITEUR : ' LV-CUST-ID ' ' WS-CUST-NAME
               DELIMITED BY SIZE INTO WLL-TEXT
           WRITE AGENCY-ANSWER-RECORD FROM WS-LETTER-LINE

           MOVE 'COMPTES DETENUS ET MONTANTS BLOQUES :' TO WLL-TEXT
           WRITE AGENCY-ANSWER-RECORD FROM WS-LETTER-LINE.

       555-WRITE-ANSWER-TRAILER.
           IF WS-ORDER-HELD = ZERO
               MOVE '  AUCUN FONDS SAISISSABLE A CE JOUR - LA SAISIE '
                   TO WLL-TEXT
               WRITE AGENCY-ANSWER-RECORD FROM WS-LETTER-LINE
               MOVE '  RESTE ATTACHEE AUX DEPOTS A VENIR'
                   TO WLL-TEXT
               WRITE AGENCY-ANSWER-RECORD FROM WS-LETTER-LINE
           END-IF

           MOVE 'MONTANT RECLAME         :' TO WLM-LABEL
           MOVE LV-AMOUNT-DEMANDED TO WLM-AMOUNT
           WRITE AGENCY-ANSWER-RECORD FROM WS-LETTER-AMOUNT-LINE

           MOVE 'MONTANT INSAISISSABLE   :' TO WLM-LABEL
           MOVE LV-EXEMPT-AMOUNT TO WLM-AMOUNT
           WRITE AGENCY-ANSWER-RECORD FROM WS-LETTER-AMOUNT-LINE

           MOVE 'TOTAL BLOQUE            :' TO WLM-LABEL
           MOVE WS-ORDER-HELD TO WLM-AMOUNT
           WRITE AGENCY-ANSWER-RECORD FROM WS-LETTER-AMOUNT-LINE

           IF WS-ORDER-HELD > ZERO
               MOVE SPACES TO WLL-TEXT
               STRING 'FONDS REMIS A L''ORGANISME LE ' LV-REMIT-DATE
                   DELIMITED BY SIZE INTO WLL-TEXT
               WRITE AGENCY-ANSWER-RECORD FROM WS-LETTER-LINE
           END-IF

           MOVE SPACES TO WLL-TEXT
           WRITE AGENCY-ANSWER-RECORD FROM WS-LETTER-LINE
           ADD 1 TO WS-ANSWERS-WRITTEN.

      *----------------------------------------------------------------
      *    AVIS AU CLIENT (a chaque blocage)
      *----------------------------------------------------------------
       560-WRITE-CUSTOMER-NOTICE.
           PERFORM 565-FETCH-CUSTOMER-NAME
           IF CUSTOMER-FOUND
               MOVE WS-CUST-NAME TO WLL-TEXT
               WRITE CUSTOMER-NOTICE-RECORD FROM WS-LETTER-LINE

               MOVE CUST-STREET TO WLL-TEXT
               WRITE CUSTOMER-NOTICE-RECORD FROM WS-LETTER-LINE

               MOVE SPACES TO WLL-TEXT
               STRING CUST-CITY DELIMITED BY '  '
                      ', ' DELIMITED BY SIZE
                      CUST-STATE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CUST-ZIP DELIMITED BY SIZE
                   INTO WLL-TEXT
               WRITE CUSTOMER-NOTICE-RECORD FROM WS-LETTER-LINE

               MOVE SPACES TO WLL-TEXT
               STRING 'UNE SAISIE (ORDRE NO ' LV-ORDER-NUMBER
                      ') A ETE RECUE DE : ' LV-AGENCY-NAME
                   DELIMITED BY SIZE INTO WLL-TEXT
               WRITE CUSTOMER-NOTICE-RECORD FROM WS-LETTER-LINE

               MOVE 'MONTANT BLOQUE SUR VOS COMPTES :' TO WLM-LABEL
               MOVE WS-ORDER-HELD TO WLM-AMOUNT
               WRITE CUSTOMER-NOTICE-RECORD FROM WS-LETTER-AMOUNT-LINE

               MOVE 'MONTANT PROTEGE (INSAISISSABLE):' TO WLM-LABEL
               MOVE LV-EXEMPT-AMOUNT TO WLM-AMOUNT
               WRITE CUSTOMER-NOTICE-RECORD FROM WS-LETTER-AMOUNT-LINE

               MOVE SPACES TO WLL-TEXT
               STRING 'SANS MAINLEVEE, LES FONDS SERONT REMIS LE '
                      LV-REMIT-DATE
                   DELIMITED BY SIZE INTO WLL-TEXT
               WRITE CUSTOMER-NOTICE-RECORD FROM WS-LETTER-LINE

               MOVE SPACES TO WLL-TEXT
               WRITE CUSTOMER-NOTICE-RECORD FROM WS-LETTER-LINE
               ADD 1 TO WS-NOTICES-WRITTEN
           ELSE
               DISPLAY 'CLIENT SAISI INTROUVABLE - AVIS NON EMIS: '
                       LV-CUST-ID
           END-IF.

       565-FETCH-CUSTOMER-NAME.
           MOVE 'N' TO WS-CUST-FOUND-FLAG
           MOVE SPACES TO WS-CUST-NAME
           MOVE LV-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               KEY IS CUST-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CUST-FOUND-FLAG
                   STRING CUST-FIRST-NAME DELIMITED BY '  '
                          ' ' DELIMITED BY SIZE
                          CUST-LAST-NAME DELIMITED BY '  '
                       INTO WS-CUST-NAME
           END-READ.

      *----------------------------------------------------------------
      *    REMISE DES FONDS A L'ECHEANCE
      *    Un parcours de HOLD-FILE leve les oppositions actives des
      *    saisies arrivees a echeance et emet un debit par compte ;
      *    la remise a l'organisme est ensuite faite saisie par saisie
      *    et le disponible des comptes recalcule (table des comptes,
      *    comme 330 de BANKTRAN).
      *----------------------------------------------------------------
       600-REMIT-DUE-ORDERS.
           MOVE 'N' TO WS-HOLD-EOF-FLAG
           MOVE LOW-VALUES TO HOLD-KEY
           START HOLD-FILE
               KEY IS GREATER THAN OR EQUAL HOLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HOLD-EOF-FLAG
           END-START

           PERFORM 610-RELEASE-ONE-LEVY-HOLD
               UNTIL HOLD-SCAN-EOF

           PERFORM 620-REMIT-ONE-ORDER
               VARYING WS-RMT-IDX FROM 1 BY 1
               UNTIL WS-RMT-IDX > WS-RMT-COUNT

           PERFORM 630-REFRESH-RELEASED-ACCOUNT
               VARYING WS-REL-IDX FROM 1 BY 1
               UNTIL WS-REL-IDX > WS-REL-COUNT.

       610-RELEASE-ONE-LEVY-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HOLD-EOF-FLAG
               NOT AT END
                   IF HOLD-ACTIVE
                       SET WS-RMT-IDX TO 1
                       SEARCH WS-RMT-ENTRY
                           AT END
                               CONTINUE
                           WHEN WS-RMT-ORDER(WS-RMT-IDX)
                                   = HOLD-TRANSACTION-ID
                               PERFORM 615-RELEASE-AND-DEBIT
                       END-SEARCH
                   END-IF
           END-READ.

       615-RELEASE-AND-DEBIT.
           MOVE 'R' TO HOLD-STATUS-CODE
           REWRITE HOLD-RECORD
               INVALID KEY
                   DISPLAY 'ERREUR REWRITE OPPOSITION: '
                           HOLD-ACCOUNT-NUMBER
           END-REWRITE
           ADD 1 TO WS-HOLDS-RELEASED
           ADD HOLD-AMOUNT TO WS-RMT-AMOUNT(WS-RMT-IDX)

           MOVE HOLD-ACCOUNT-NUMBER TO MA-ACCOUNT-NUMBER
           READ MASTER-ACCOUNT-FILE
               KEY IS MA-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE SPACES TO MA-BRANCH-CODE
                                  MA-CURRENCY-CODE
           END-READ
           IF WS-RMT-BRANCH(WS-RMT-IDX) = SPACES
               MOVE MA-BRANCH-CODE TO WS-RMT-BRANCH(WS-RMT-IDX)
               MOVE MA-CURRENCY-CODE TO WS-RMT-CURRENCY(WS-RMT-IDX)
           END-IF

           MOVE SPACES TO RAW-TRANSACTION-RECORD
           ADD 1 TO WS-TRANS-SEQUENCE
           MOVE WS-TRANS-SEQUENCE TO WS-TRANS-SEQ-DISPLAY
      *    Siecle omis (AAMMJJ), meme raison que INTPOST/STORDGEN.
           STRING 'LV' WS-RUN-DATE(3:6) WS-TRANS-SEQ-DISPLAY
               DELIMITED BY SIZE INTO RAW-TR-TRANSACTION-ID
           MOVE HOLD-ACCOUNT-NUMBER TO RAW-TR-ACCOUNT-NUMBER
           MOVE 'DB' TO RAW-TR-TRANSACTION-TYPE
           MOVE HOLD-AMOUNT TO RAW-TR-AMOUNT
           MOVE ZERO TO RAW-TR-DEST-ACCOUNT
           MOVE WS-RUN-DATE TO RAW-TR-TRANSACTION-DATE
           MOVE ZERO TO RAW-TR-TRANSACTION-TIME
           MOVE MA-BRANCH-CODE TO RAW-TR-BRANCH-CODE
           MOVE WS-LEVY-TELLER TO RAW-TR-TELLER-ID
           MOVE HOLD-TRANSACTION-ID TO RAW-TR-REFERENCE
           MOVE MA-CURRENCY-CODE TO RAW-TR-CURRENCY-CODE
           WRITE RAW-TRANSACTION-RECORD

           IF WS-REL-COUNT < 2000
               ADD 1 TO WS-REL-COUNT
               MOVE HOLD-ACCOUNT-NUMBER TO WS-REL-ACCOUNT(WS-REL-COUNT)
           ELSE
               DISPLAY '*** ALERTE: TABLE DES COMPTES A '
                       'RAFRAICHIR SATUREE - COMPTE '
                       HOLD-ACCOUNT-NUMBER
           END-IF.

      *    Remise a l'organisme : compte de l'organisme en beneficiaire
      *    externe (OBR-ACCOUNT-NUMBER), comme les virements vers un
      *    confrere de BANKTRAN. Reste du apres remise : la saisie
      *    passe 'P' et se rattachera aux depots suivants.
       620-REMIT-ONE-ORDER.
           MOVE WS-RMT-ORDER(WS-RMT-IDX) TO LV-ORDER-NUMBER
           READ LEVY-MASTER-FILE
               KEY IS LV-ORDER-NUMBER
               INVALID KEY
                   DISPLAY 'SAISIE DISPARUE EN COURS DE RUN: '
                           LV-ORDER-NUMBER
               NOT INVALID KEY
                   PERFORM 625-APPLY-REMITTANCE
           END-READ.

       625-APPLY-REMITTANCE.
           IF WS-RMT-AMOUNT(WS-RMT-IDX) > ZERO
               MOVE SPACES TO OUTBOUND-REMIT-RECORD
               ADD 1 TO WS-TRANS-SEQUENCE
               MOVE WS-TRANS-SEQUENCE TO WS-TRANS-SEQ-DISPLAY
               STRING 'LV' WS-RUN-DATE(3:6) WS-TRANS-SEQ-DISPLAY
                   DELIMITED BY SIZE INTO OBR-TRANSACTION-ID
               MOVE LV-AGENCY-ACCOUNT TO OBR-ACCOUNT-NUMBER
               MOVE 'TF' TO OBR-TRANSACTION-TYPE
               MOVE WS-RMT-AMOUNT(WS-RMT-IDX) TO OBR-AMOUNT
               MOVE ZERO TO OBR-DEST-ACCOUNT
               MOVE WS-RUN-DATE TO OBR-TRANSACTION-DATE
               MOVE ZERO TO OBR-TRANSACTION-TIME
               MOVE WS-RMT-BRANCH(WS-RMT-IDX) TO OBR-BRANCH-CODE
               MOVE WS-LEVY-TELLER TO OBR-TELLER-ID
               MOVE LV-ORDER-NUMBER TO OBR-REFERENCE
               MOVE WS-RMT-CURRENCY(WS-RMT-IDX) TO OBR-CURRENCY-CODE
               WRITE OUTBOUND-REMIT-RECORD
               ADD WS-RMT-AMOUNT(WS-RMT-IDX) TO WS-AMOUNT-REMITTED
           END-IF

           MOVE LV-STATUS-CODE TO WS-OLD-STATUS
           ADD WS-RMT-AMOUNT(WS-RMT-IDX) TO LV-REMITTED-AMOUNT
           MOVE ZERO TO LV-HELD-AMOUNT
           MOVE WS-RUN-DATE TO LV-LAST-ACTION-DATE
           IF LV-REMITTED-AMOUNT >= LV-AMOUNT-DEMANDED
               MOVE 'S' TO LV-STATUS-CODE
               ADD 1 TO WS-ORDERS-SATISFIED
               MOVE 'SAISIE SATISFAITE' TO RPO-STATE
           ELSE
               MOVE 'P' TO LV-STATUS-CODE
               MOVE 'REMISE PARTIELLE - RESTE OUVERTE' TO RPO-STATE
           END-IF
           REWRITE LEVY-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'ERREUR REWRITE SAISIE: ' LV-ORDER-NUMBER
           END-REWRITE

           MOVE 'RM' TO WS-EVENT-CODE
           MOVE WS-RMT-AMOUNT(WS-RMT-IDX) TO WS-EVENT-AMOUNT
           PERFORM 250-WRITE-STATUS-HISTORY
           ADD 1 TO WS-ORDERS-REMITTED

           MOVE LV-ORDER-NUMBER TO RPO-ORDER
           MOVE LV-CUST-ID TO RPO-CUST-ID
           MOVE WS-RMT-AMOUNT(WS-RMT-IDX) TO RPO-AMOUNT
           WRITE LEVY-REPORT-RECORD FROM WS-RPT-ORDER-LINE.

       630-REFRESH-RELEASED-ACCOUNT.
           MOVE WS-REL-ACCOUNT(WS-REL-IDX) TO MA-ACCOUNT-NUMBER
           READ MASTER-ACCOUNT-FILE
               KEY IS MA-ACCOUNT-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 530-REFRESH-AVAILABLE-BALANCE
                   REWRITE MASTER-ACCOUNT-RECORD
                       INVALID KEY
                           DISPLAY 'ERREUR REWRITE COMPTE: '
                                   MA-ACCOUNT-NUMBER
                   END-REWRITE
           END-READ.

       300-FINALIZE.
           DISPLAY '*** FINALISATION TRAITEMENT DES SAISIES ***'

           IF WS-LVI-STATUS = '00' OR WS-LVI-STATUS = '10'
               CLOSE LEVY-ORDER-FILE
           END-IF

           CLOSE LEVY-MASTER-FILE
                 LEVY-HISTORY-FILE
                 CUSTOMER-FILE
                 MASTER-ACCOUNT-FILE
                 HOLD-FILE
                 OUTBOUND-REMIT-FILE
                 RAW-TRANSACTION-FILE
                 AGENCY-ANSWER-FILE
                 CUSTOMER-NOTICE-FILE
                 LEVY-REPORT-FILE

           DISPLAY ' '
           DISPLAY '================================================'
           DISPLAY '  RAPPORT SOMMAIRE - TRAITEMENT DES SAISIES     '
           DISPLAY '================================================'
           DISPLAY 'SAISIES LUES           : ' WS-ORDERS-READ
           DISPLAY 'SAISIES ENREGISTREES   : ' WS-ORDERS-ACCEPTED
           DISPLAY 'SAISIES REJETEES       : ' WS-ORDERS-REJECTED
           DISPLAY 'SAISIES AVEC BLOCAGE   : ' WS-ORDERS-ATTACHED
           DISPLAY 'SAISIES SANS FONDS     : ' WS-ORDERS-NO-FUNDS
           DISPLAY 'OPPOSITIONS POSEES     : ' WS-HOLDS-PLACED
           DISPLAY 'MONTANT BLOQUE         : ' WS-AMOUNT-HELD
           DISPLAY 'SAISIES REMISES        : ' WS-ORDERS-REMITTED
           DISPLAY 'OPPOSITIONS LEVEES     : ' WS-HOLDS-RELEASED
           DISPLAY 'MONTANT REMIS          : ' WS-AMOUNT-REMITTED
           DISPLAY 'SAISIES SATISFAITES    : ' WS-ORDERS-SATISFIED
           DISPLAY 'LETTRES ORGANISMES     : ' WS-ANSWERS-WRITTEN
           DISPLAY 'AVIS CLIENTS           : ' WS-NOTICES-WRITTEN
           DISPLAY '================================================'
           DISPLAY ' '

           DISPLAY '*** FIN TRAITEMENT DES SAISIES ***'.

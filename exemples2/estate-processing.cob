       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTATEPR.
       AUTHOR. BANKING SYSTEM TEAM.
      ******************************************************************
      * TRAITEMENT DES DECES ET DES SUCCESSIONS                         *
      * - Pilote par le fichier des avis de deces saisis en agence      *
      *   (client, date du deces, contact de la succession) : fini le   *
      *   gel compte par compte au travers de ACCTMAINT                 *
      * - La fiche client passe au statut 'D' (decede) et le contact    *
      *   de la succession est enregistre (ESTATE) : STMTGEN y adresse  *
      *   desormais les releves, toujours en papier                     *
      * - Comptes du defunt, en un seul passage de MASTER-ACCOUNT-FILE  *
      *   : sans cotitulaire vivant (OWNXREF), le compte est gele ;     *
      *   joint, seul le defunt est retire et le premier cotitulaire    *
      *   survivant devient titulaire principal                         *
      * - Ordres permanents des comptes geles et abonnements aux        *
      *   alertes du defunt suspendus ('S')                             *
      * - Prestations recues par compensation (HISTFILE, guichetier     *
      *   'CLEARING') apres la date du deces : retour a l'emetteur      *
      *   (ESTRTN pour CLROUT) et debit de reprise au format            *
      *   RAW-TRANSACTION-RECORD a concatener a TRANIN                  *
      * - Rapport de l'operation par avis, et rejet motive de tout avis *
      *   invalide (client inconnu, deja decede, date incoherente)      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Avis de deces du jour, saisis par les agences.
           SELECT DEATH-NOTICE-FILE
               ASSIGN TO DTHNOTIF
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DTH-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO CUSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OX-KEY
               FILE STATUS IS WS-OWN-STATUS.

      *    Ordres permanents, mis a jour en place comme dans STORDGEN.
           SELECT STANDING-ORDER-FILE
               ASSIGN TO STORDERS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SO-STATUS.

      *    Abonnements aux alertes lus par BANKTRAN.
           SELECT ALERT-SUBSCRIPTION-FILE
               ASSIGN TO ALRTSUBS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ASB-STATUS.

      *    Historique a acces direct tenu par BANKTRAN.
           SELECT HISTORY-FILE
               ASSIGN TO HISTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-KEY
               FILE STATUS IS WS-HIS-STATUS.

      *    Contacts de succession, par client decede ; persiste de run
      *    en run, lu par STMTGEN.
           SELECT ESTATE-CONTACT-FILE
               ASSIGN TO ESTATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EC-CUST-ID
               FILE STATUS IS WS-ECT-STATUS.

      *    Retours des prestations posterieures au deces, disposition
      *    OUTBOUND-REMIT-RECORD, pris en charge par CLROUT.
           SELECT ESTATE-RETURN-FILE
               ASSIGN TO ESTRTN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ERT-STATUS.

      *    Debits de reprise des prestations retournees, au format
      *    RAW-TRANSACTION-RECORD a concatener a TRANIN.
           SELECT RAW-TRANSACTION-FILE
               ASSIGN TO ESTTRAN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT ESTATE-REPORT-FILE
               ASSIGN TO ESTRPT
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
      *    Un avis par enregistrement. DN-SUBMITTER-ID identifie
      *    l'agent qui a saisi l'avis, repris sur la fiche succession.
       FD  DEATH-NOTICE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  DEATH-NOTICE-RECORD.
           05  DN-CUST-ID              PIC 9(10).
           05  DN-DATE-OF-DEATH        PIC 9(8).
           05  DN-CONTACT-NAME         PIC X(40).
           05  DN-STREET               PIC X(40).
           05  DN-CITY                 PIC X(30).
           05  DN-STATE                PIC X(2).
           05  DN-ZIP                  PIC 9(5).
           05  DN-PHONE                PIC X(15).
           05  DN-SUBMITTER-ID         PIC X(8).
           05  FILLER                  PIC X(12).

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

      *    Meme disposition que dans STORDGEN.
       FD  STANDING-ORDER-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  STANDING-ORDER-RECORD.
           05  SO-ORDER-ID             PIC X(10).
           05  SO-ACCOUNT-NUMBER       PIC 9(12).
           05  SO-DEST-ACCOUNT         PIC 9(12).
           05  SO-TRANSACTION-TYPE     PIC X(02).
           05  SO-AMOUNT               PIC 9(13)V99 COMP-3.
           05  SO-FREQUENCY            PIC X(01).
           05  SO-NEXT-RUN-DATE        PIC 9(8).
           05  SO-END-DATE             PIC 9(8).
           05  SO-STATUS-CODE          PIC X(01).
               88  SO-ACTIVE           VALUE 'A'.
               88  SO-EXPIRED          VALUE 'E'.
               88  SO-SUSPENDED        VALUE 'S'.
           05  SO-BRANCH-CODE          PIC X(6).
           05  SO-REFERENCE            PIC X(20).
           05  SO-CURRENCY-CODE        PIC X(3).
           05  FILLER                  PIC X(10).

      *    Meme disposition que dans BANKTRAN.
       FD  ALERT-SUBSCRIPTION-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ALERT-SUBSCRIPTION-RECORD.
           05  AS-CUST-ID              PIC 9(10).
           05  AS-ACCOUNT-NUMBER       PIC 9(12).
           05  AS-ALERT-TYPE           PIC X(01).
           05  AS-THRESHOLD            PIC 9(11)V99.
           05  AS-STATUS-CODE          PIC X(01).
               88  AS-SUSPENDED        VALUE 'S'.
           05  FILLER                  PIC X(13).

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

      *    Une fiche par client decede ; lue par STMTGEN.
       FD  ESTATE-CONTACT-FILE
           RECORDING MODE IS F.
       01  ESTATE-CONTACT-RECORD.
           05  EC-CUST-ID              PIC 9(10).
           05  EC-DATE-OF-DEATH        PIC 9(8).
           05  EC-CONTACT-NAME         PIC X(40).
           05  EC-STREET               PIC X(40).
           05  EC-CITY                 PIC X(30).
           05  EC-STATE                PIC X(2).
           05  EC-ZIP                  PIC 9(5).
           05  EC-PHONE                PIC X(15).
           05  EC-NOTIFIED-DATE        PIC 9(8).
           05  EC-SUBMITTER-ID         PIC X(8).
           05  FILLER                  PIC X(14).

      *    Meme disposition que OUTBOUND-REMIT-RECORD dans BANKTRAN.
       FD  ESTATE-RETURN-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ESTATE-RETURN-RECORD.
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

       FD  ESTATE-REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ESTATE-REPORT-RECORD        PIC X(120).

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  BUSINESS-DATE-RECORD.
           05  BIZ-BUSINESS-DATE       PIC 9(8).
           05  BIZ-NEXT-BUSINESS-DATE  PIC 9(8).
           05  FILLER                  PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-CODES.
           05  WS-DTH-STATUS           PIC X(02) VALUE SPACES.
           05  WS-CST-STATUS           PIC X(02) VALUE SPACES.
           05  WS-ACCT-STATUS          PIC X(02) VALUE SPACES.
           05  WS-OWN-STATUS           PIC X(02) VALUE SPACES.
           05  WS-SO-STATUS            PIC X(02) VALUE SPACES.
           05  WS-ASB-STATUS           PIC X(02) VALUE SPACES.
           05  WS-HIS-STATUS           PIC X(02) VALUE SPACES.
           05  WS-ECT-STATUS           PIC X(02) VALUE SPACES.
           05  WS-ERT-STATUS           PIC X(02) VALUE SPACES.
           05  WS-TRAN-STATUS          PIC X(02) VALUE SPACES.
           05  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
           05  WS-BIZ-STATUS           PIC X(02) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-NOTICES-READ         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-NOTICES-VALID        PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-NOTICES-REJECTED     PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-ACCOUNTS-FROZEN      PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-ACCOUNTS-TRANSFERRED PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-JOINT-LINKS-REMOVED  PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-ORDERS-SUSPENDED     PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-ALERTS-SUSPENDED     PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-BENEFITS-RETURNED    PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-BENEFITS-AMOUNT      PIC S9(15)V99 COMP-3
                                       VALUE ZERO.
           05  WS-CREDITS-TO-VERIFY    PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-TRANS-SEQUENCE       PIC 9(6) COMP-3 VALUE ZERO.
           05  WS-TRANS-SEQ-DISPLAY    PIC 9(6) VALUE ZERO.

       01  WS-RUN-DATE                 PIC 9(8).

      *    Guichetier des credits recus par compensation (CLRINTAKE) :
      *    c'est par la que les prestations arrivent.
       01  WS-BENEFIT-TELLER           PIC X(8) VALUE 'CLEARING'.

      *    Avis valides, gardes en table pour que le traitement des
      *    comptes se fasse en UN parcours de MASTER-ACCOUNT-FILE.
       01  WS-DECEASED-TABLE.
           05  WS-DEC-COUNT            PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-DEC-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-DEC-COUNT
                   INDEXED BY WS-DEC-IDX.
               10  WS-DEC-CUST-ID      PIC 9(10).
               10  WS-DEC-DEATH-DATE   PIC 9(8).
               10  WS-DEC-CONTACT      PIC X(40).
               10  WS-DEC-STREET       PIC X(40).
               10  WS-DEC-CITY         PIC X(30).
               10  WS-DEC-STATE        PIC X(2).
               10  WS-DEC-ZIP          PIC 9(5).
               10  WS-DEC-PHONE        PIC X(15).
               10  WS-DEC-SUBMITTER    PIC X(8).
               10  WS-DEC-FROZEN       PIC 9(5) COMP-3.
               10  WS-DEC-TRANSFERRED  PIC 9(5) COMP-3.
               10  WS-DEC-JOINT        PIC 9(5) COMP-3.

      *    Comptes touches par un deces du run : geles (titulaire
      *    unique) ou simplement debarrasses du defunt (joints). Seuls
      *    les premiers voient leurs ordres permanents suspendus ; tous
      *    sont parcourus dans l'historique pour les prestations.
       01  WS-AFFECTED-TABLE.
           05  WS-AFF-COUNT            PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-AFF-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-AFF-COUNT
                   INDEXED BY WS-AFF-IDX.
               10  WS-AFF-ACCOUNT      PIC 9(12).
               10  WS-AFF-DEATH-DATE   PIC 9(8).
               10  WS-AFF-BRANCH       PIC X(6).
               10  WS-AFF-CURRENCY     PIC X(3).
               10  WS-AFF-SOLE-FLAG    PIC X(01).
                   88  WS-AFF-SOLE     VALUE 'Y'.

       01  WS-WORK-FIELDS.
           05  WS-NOTICE-OK-FLAG       PIC X(01) VALUE 'Y'.
               88  NOTICE-OK           VALUE 'Y'.
           05  WS-REJECT-REASON        PIC X(40) VALUE SPACES.
           05  WS-SCAN-EOF-FLAG        PIC X(01) VALUE 'N'.
               88  SCAN-EOF            VALUE 'Y'.
           05  WS-LINK-EOF-FLAG        PIC X(01) VALUE 'N'.
               88  LINK-EOF            VALUE 'Y'.
           05  WS-FILE-EOF-FLAG        PIC X(01) VALUE 'N'.
               88  FILE-EOF            VALUE 'Y'.
           05  WS-FOUND-FLAG           PIC X(01) VALUE 'N'.
               88  ENTRY-FOUND         VALUE 'Y'.
           05  WS-CUR-DEC-SLOT         PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-CUR-DECEASED         PIC 9(10) VALUE ZERO.
           05  WS-CUR-ACCOUNT          PIC 9(12) VALUE ZERO.
           05  WS-CUR-DEATH-DATE       PIC 9(8) VALUE ZERO.
           05  WS-SURVIVOR-ID          PIC 9(10) VALUE ZERO.
           05  WS-CANDIDATE-ID         PIC 9(10) VALUE ZERO.
           05  WS-SURVIVOR-NAME        PIC X(50) VALUE SPACES.
           05  WS-XREF-OPEN-FLAG       PIC X(01) VALUE 'N'.
               88  XREF-OPEN           VALUE 'Y'.
           05  WS-HISTORY-OPEN-FLAG    PIC X(01) VALUE 'N'.
               88  HISTORY-OPEN        VALUE 'Y'.

       01  WS-SWITCHES.
           05  WS-END-OF-NOTICES       PIC X(01) VALUE 'N'.
               88  END-OF-NOTICES      VALUE 'Y'.

       01  WS-RPT-NOTICE-LINE.
           05  FILLER                  PIC X(08) VALUE 'CLIENT: '.
           05  RPN-CUST-ID             PIC 9(10).
           05  FILLER                  PIC X(08) VALUE '  DECES '.
           05  RPN-DEATH-DATE          PIC 9(8).
           05  FILLER                  PIC X(08) VALUE '  ETAT: '.
           05  RPN-STATE               PIC X(40).
           05  FILLER                  PIC X(38) VALUE SPACES.

       01  WS-RPT-ACCOUNT-LINE.
           05  FILLER                  PIC X(10) VALUE '  COMPTE: '.
           05  RPA-ACCOUNT             PIC 9(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPA-ACTION              PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPA-CUST-ID             PIC 9(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPA-AMOUNT              PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(35) VALUE SPACES.

       01  WS-RPT-TOTAL-LINE.
           05  FILLER                  PIC X(16) VALUE
               '  COMPTES GELES '.
           05  RPT-FROZEN              PIC ZZZZ9.
           05  FILLER                  PIC X(19) VALUE
               '  TITULAIRE REPRIS '.
           05  RPT-TRANSFERRED         PIC ZZZZ9.
           05  FILLER                  PIC X(17) VALUE
               '  LIENS RETIRES  '.
           05  RPT-JOINT               PIC ZZZZ9.
           05  FILLER                  PIC X(53) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-CONTROL.
           PERFORM 100-INITIALIZE
           PERFORM 200-VALIDATE-NOTICES
               UNTIL END-OF-NOTICES
           IF WS-DEC-COUNT > ZERO
               PERFORM 400-PROCESS-ACCOUNTS
               PERFORM 450-REMOVE-JOINT-LINKS
               PERFORM 500-SUSPEND-STANDING-ORDERS
               PERFORM 550-SUSPEND-ALERTS
               PERFORM 600-RETURN-BENEFITS
                   VARYING WS-AFF-IDX FROM 1 BY 1
                   UNTIL WS-AFF-IDX > WS-AFF-COUNT
               PERFORM 700-RECORD-DECEASED
                   VARYING WS-DEC-IDX FROM 1 BY 1
                   UNTIL WS-DEC-IDX > WS-DEC-COUNT
           END-IF
           PERFORM 300-FINALIZE
           STOP RUN.

       100-INITIALIZE.
           DISPLAY '*** DEBUT TRAITEMENT DES DECES ***'
           OPEN INPUT  DEATH-NOTICE-FILE
           OPEN I-O    CUSTOMER-FILE
                       MASTER-ACCOUNT-FILE
           OPEN OUTPUT ESTATE-RETURN-FILE
                       RAW-TRANSACTION-FILE
                       ESTATE-REPORT-FILE

           IF WS-DTH-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE FICHIER DES AVIS: '
                       WS-DTH-STATUS
               MOVE 'Y' TO WS-END-OF-NOTICES
               MOVE 16 TO RETURN-CODE
           END-IF

           IF WS-CST-STATUS NOT = '00'
                   OR WS-ACCT-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE CLIENTS/COMPTES: '
                       WS-CST-STATUS ' ' WS-ACCT-STATUS
               MOVE 'Y' TO WS-END-OF-NOTICES
               MOVE 16 TO RETURN-CODE
           END-IF

      *    Fiches succession : persistent de run en run, creees au
      *    tout premier passage (meme technique que STMTGEN).
           OPEN I-O ESTATE-CONTACT-FILE
           IF WS-ECT-STATUS = '35'
               OPEN OUTPUT ESTATE-CONTACT-FILE
               CLOSE ESTATE-CONTACT-FILE
               OPEN I-O ESTATE-CONTACT-FILE
           END-IF

           IF WS-ECT-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE FICHIER SUCCESSIONS: '
                       WS-ECT-STATUS
               MOVE 'Y' TO WS-END-OF-NOTICES
               MOVE 16 TO RETURN-CODE
           END-IF

      *    Sans table de detention, tous les comptes du defunt sont
      *    traites comme detenus en propre (gel).
           OPEN I-O OWNERSHIP-XREF-FILE
           IF WS-OWN-STATUS = '00'
               MOVE 'Y' TO WS-XREF-OPEN-FLAG
           ELSE
               DISPLAY 'TABLE DE DETENTION ABSENTE - COMPTES DU '
                       'DEFUNT TOUS GELES'
           END-IF

           OPEN INPUT HISTORY-FILE
           IF WS-HIS-STATUS = '00'
               MOVE 'Y' TO WS-HISTORY-OPEN-FLAG
           ELSE
               DISPLAY 'HISTORIQUE ABSENT - AUCUN RETOUR DE '
                       'PRESTATION'
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 105-READ-BUSINESS-DATE

           PERFORM 110-READ-NOTICE.

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

       110-READ-NOTICE.
           IF NOT END-OF-NOTICES
               READ DEATH-NOTICE-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-NOTICES
                   NOT AT END
                       ADD 1 TO WS-NOTICES-READ
               END-READ
           END-IF.

       200-VALIDATE-NOTICES.
           IF NOT END-OF-NOTICES
               PERFORM 210-VALIDATE-ONE-NOTICE
               PERFORM 110-READ-NOTICE
           END-IF.

       210-VALIDATE-ONE-NOTICE.
           MOVE 'Y' TO WS-NOTICE-OK-FLAG
           MOVE SPACES TO WS-REJECT-REASON

           IF DN-DATE-OF-DEATH NOT NUMERIC
                   OR DN-DATE-OF-DEATH = ZERO
                   OR DN-DATE-OF-DEATH > WS-RUN-DATE
               MOVE 'DATE DE DECES INVALIDE' TO WS-REJECT-REASON
               MOVE 'N' TO WS-NOTICE-OK-FLAG
           END-IF

           IF NOTICE-OK AND DN-CONTACT-NAME = SPACES
               MOVE 'CONTACT SUCCESSION ABSENT' TO WS-REJECT-REASON
               MOVE 'N' TO WS-NOTICE-OK-FLAG
           END-IF

           IF NOTICE-OK
               MOVE DN-CUST-ID TO CUST-ID
               READ CUSTOMER-FILE
                   KEY IS CUST-ID
                   INVALID KEY
                       MOVE 'CLIENT INCONNU' TO WS-REJECT-REASON
                       MOVE 'N' TO WS-NOTICE-OK-FLAG
                   NOT INVALID KEY
                       EVALUATE CUST-STATUS
                           WHEN 'D'
                               MOVE 'CLIENT DEJA DECEDE'
                                   TO WS-REJECT-REASON
                               MOVE 'N' TO WS-NOTICE-OK-FLAG
                           WHEN 'M'
                               MOVE 'FICHE FUSIONNEE (CUSTMERGE)'
                                   TO WS-REJECT-REASON
                               MOVE 'N' TO WS-NOTICE-OK-FLAG
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-IF

           IF NOTICE-OK AND WS-DEC-COUNT > 0
               SET WS-DEC-IDX TO 1
               SEARCH WS-DEC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-DEC-CUST-ID(WS-DEC-IDX) = DN-CUST-ID
                       MOVE 'AVIS EN DOUBLE DANS LE RUN'
                           TO WS-REJECT-REASON
                       MOVE 'N' TO WS-NOTICE-OK-FLAG
               END-SEARCH
           END-IF

           IF NOTICE-OK
               IF WS-DEC-COUNT < 200
                   PERFORM 220-KEEP-NOTICE
               ELSE
                   MOVE 'TABLE DES AVIS SATUREE' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-NOTICE-OK-FLAG
               END-IF
           END-IF

           IF NOT NOTICE-OK
               MOVE DN-CUST-ID TO RPN-CUST-ID
               MOVE ZERO TO RPN-DEATH-DATE
               IF DN-DATE-OF-DEATH NUMERIC
                   MOVE DN-DATE-OF-DEATH TO RPN-DEATH-DATE
               END-IF
               MOVE WS-REJECT-REASON TO RPN-STATE
               WRITE ESTATE-REPORT-RECORD FROM WS-RPT-NOTICE-LINE
               ADD 1 TO WS-NOTICES-REJECTED
           END-IF.

       220-KEEP-NOTICE.
           ADD 1 TO WS-DEC-COUNT
           MOVE DN-CUST-ID TO WS-DEC-CUST-ID(WS-DEC-COUNT)
           MOVE DN-DATE-OF-DEATH TO WS-DEC-DEATH-DATE(WS-DEC-COUNT)
           MOVE DN-CONTACT-NAME TO WS-DEC-CONTACT(WS-DEC-COUNT)
           MOVE DN-STREET TO WS-DEC-STREET(WS-DEC-COUNT)
           MOVE DN-CITY TO WS-DEC-CITY(WS-DEC-COUNT)
           MOVE DN-STATE TO WS-DEC-STATE(WS-DEC-COUNT)
           MOVE DN-ZIP TO WS-DEC-ZIP(WS-DEC-COUNT)
           MOVE DN-PHONE TO WS-DEC-PHONE(WS-DEC-COUNT)
           MOVE DN-SUBMITTER-ID TO WS-DEC-SUBMITTER(WS-DEC-COUNT)
           MOVE ZERO TO WS-DEC-FROZEN(WS-DEC-COUNT)
                        WS-DEC-TRANSFERRED(WS-DEC-COUNT)
                        WS-DEC-JOINT(WS-DEC-COUNT)
           ADD 1 TO WS-NOTICES-VALID.

      *----------------------------------------------------------------
      *    COMPTES DONT LE DEFUNT EST TITULAIRE PRINCIPAL (MA-CUST-ID)
      *    Un seul parcours sequentiel du fichier maitre pour tous les
      *    avis du run.
      *----------------------------------------------------------------
       400-PROCESS-ACCOUNTS.
           MOVE 'N' TO WS-SCAN-EOF-FLAG
           MOVE LOW-VALUES TO MA-ACCOUNT-NUMBER
           START MASTER-ACCOUNT-FILE
               KEY IS GREATER THAN OR EQUAL MA-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF-FLAG
           END-START
           PERFORM 410-CHECK-ONE-ACCOUNT
               UNTIL SCAN-EOF.

       410-CHECK-ONE-ACCOUNT.
           READ MASTER-ACCOUNT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-FLAG
               NOT AT END
                   SET WS-DEC-IDX TO 1
                   SEARCH WS-DEC-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-DEC-CUST-ID(WS-DEC-IDX) = MA-CUST-ID
                           SET WS-CUR-DEC-SLOT TO WS-DEC-IDX
                           PERFORM 420-SETTLE-DECEASED-ACCOUNT
                   END-SEARCH
           END-READ.

      *    Cotitulaire vivant : il reprend le compte, le lien du
      *    defunt est retire. Sinon le compte est gele - les debits
      *    et credits ordinaires sont alors refuses par BANKTRAN
      *    (E007) jusqu'au reglement de la succession.
       420-SETTLE-DECEASED-ACCOUNT.
           MOVE MA-CUST-ID TO WS-CUR-DECEASED
           MOVE MA-ACCOUNT-NUMBER TO WS-CUR-ACCOUNT
           MOVE WS-DEC-DEATH-DATE(WS-CUR-DEC-SLOT)
               TO WS-CUR-DEATH-DATE
           MOVE ZERO TO WS-SURVIVOR-ID
           IF XREF-OPEN
               PERFORM 425-FIND-SURVIVING-OWNER
           END-IF

           IF WS-SURVIVOR-ID = ZERO
               MOVE WS-CUR-ACCOUNT TO RPA-ACCOUNT
               MOVE WS-CUR-DECEASED TO RPA-CUST-ID
               MOVE ZERO TO RPA-AMOUNT
               EVALUATE TRUE
                   WHEN MA-CLOSED
                       MOVE 'COMPTE DEJA FERME' TO RPA-ACTION
                   WHEN MA-FROZEN
                       MOVE 'COMPTE DEJA GELE' TO RPA-ACTION
                   WHEN OTHER
                       MOVE 'F' TO MA-STATUS-CODE
                       REWRITE MASTER-ACCOUNT-RECORD
                           INVALID KEY
                               DISPLAY 'ERREUR REWRITE COMPTE: '
                                       MA-ACCOUNT-NUMBER
                       END-REWRITE
                       MOVE 'GELE - TITULAIRE UNIQUE' TO RPA-ACTION
                       ADD 1 TO WS-ACCOUNTS-FROZEN
                       ADD 1 TO WS-DEC-FROZEN(WS-CUR-DEC-SLOT)
               END-EVALUATE
               WRITE ESTATE-REPORT-RECORD FROM WS-RPT-ACCOUNT-LINE
               MOVE 'Y' TO WS-FOUND-FLAG
           ELSE
               PERFORM 430-TRANSFER-TO-SURVIVOR
               MOVE 'N' TO WS-FOUND-FLAG
           END-IF

           PERFORM 440-NOTE-AFFECTED-ACCOUNT.

      *    Premier lien du compte dont le client n'est ni le defunt ni
      *    un autre defunt du meme run.
       425-FIND-SURVIVING-OWNER.
           MOVE 'N' TO WS-LINK-EOF-FLAG
           MOVE WS-CUR-ACCOUNT TO OX-ACCOUNT-NUMBER
           MOVE ZERO TO OX-CUST-ID
           START OWNERSHIP-XREF-FILE
               KEY IS GREATER THAN OR EQUAL OX-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LINK-EOF-FLAG
           END-START
           PERFORM 426-EXAMINE-ONE-LINK
               UNTIL LINK-EOF.

       426-EXAMINE-ONE-LINK.
           READ OWNERSHIP-XREF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LINK-EOF-FLAG
               NOT AT END
                   IF OX-ACCOUNT-NUMBER NOT = WS-CUR-ACCOUNT
                       MOVE 'Y' TO WS-LINK-EOF-FLAG
                   ELSE
                       MOVE OX-CUST-ID TO WS-CANDIDATE-ID
                       PERFORM 427-CHECK-CANDIDATE-ALIVE
                       IF NOT ENTRY-FOUND
                           MOVE WS-CANDIDATE-ID TO WS-SURVIVOR-ID
                           MOVE 'Y' TO WS-LINK-EOF-FLAG
                       END-IF
                   END-IF
           END-READ.

       427-CHECK-CANDIDATE-ALIVE.
           MOVE 'N' TO WS-FOUND-FLAG
           SET WS-DEC-IDX TO 1
           SEARCH WS-DEC-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DEC-CUST-ID(WS-DEC-IDX) = WS-CANDIDATE-ID
                   MOVE 'Y' TO WS-FOUND-FLAG
           END-SEARCH.

      *    Le survivant devient titulaire principal : MA-CUST-ID et
      *    nom sur le compte, role 'P' sur son lien ; le lien du
      *    defunt est supprime.
       430-TRANSFER-TO-SURVIVOR.
           MOVE SPACES TO WS-SURVIVOR-NAME
           MOVE WS-SURVIVOR-ID TO CUST-ID
           READ CUSTOMER-FILE
               KEY IS CUST-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   STRING CUST-FIRST-NAME DELIMITED BY '  '
                          ' ' DELIMITED BY SIZE
                          CUST-LAST-NAME DELIMITED BY '  '
                       INTO WS-SURVIVOR-NAME
           END-READ

           MOVE WS-SURVIVOR-ID TO MA-CUST-ID
           IF WS-SURVIVOR-NAME NOT = SPACES
               MOVE WS-SURVIVOR-NAME TO MA-CUSTOMER-NAME
           END-IF
           REWRITE MASTER-ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY 'ERREUR REWRITE COMPTE: ' MA-ACCOUNT-NUMBER
           END-REWRITE

           MOVE WS-CUR-ACCOUNT TO OX-ACCOUNT-NUMBER
           MOVE WS-CUR-DECEASED TO OX-CUST-ID
           DELETE OWNERSHIP-XREF-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-JOINT-LINKS-REMOVED
           END-DELETE

           MOVE WS-CUR-ACCOUNT TO OX-ACCOUNT-NUMBER
           MOVE WS-SURVIVOR-ID TO OX-CUST-ID
           READ OWNERSHIP-XREF-FILE
               KEY IS OX-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'P' TO OX-ROLE
                   REWRITE OWNERSHIP-XREF-RECORD
                       INVALID KEY
                           DISPLAY 'ERREUR REWRITE LIEN: ' OX-KEY
                   END-REWRITE
           END-READ

           MOVE WS-CUR-ACCOUNT TO RPA-ACCOUNT
           MOVE 'REPRIS PAR LE COTITULAIRE' TO RPA-ACTION
           MOVE WS-SURVIVOR-ID TO RPA-CUST-ID
           MOVE ZERO TO RPA-AMOUNT
           WRITE ESTATE-REPORT-RECORD FROM WS-RPT-ACCOUNT-LINE
           ADD 1 TO WS-ACCOUNTS-TRANSFERRED
           ADD 1 TO WS-DEC-TRANSFERRED(WS-CUR-DEC-SLOT).

      *    WS-FOUND-FLAG porte ici le caractere titulaire unique du
      *    compte, positionne par l'appelant.
       440-NOTE-AFFECTED-ACCOUNT.
           IF WS-AFF-COUNT < 2000
               ADD 1 TO WS-AFF-COUNT
               MOVE WS-CUR-ACCOUNT TO WS-AFF-ACCOUNT(WS-AFF-COUNT)
               MOVE WS-CUR-DEATH-DATE
                   TO WS-AFF-DEATH-DATE(WS-AFF-COUNT)
               MOVE MA-BRANCH-CODE TO WS-AFF-BRANCH(WS-AFF-COUNT)
               MOVE MA-CURRENCY-CODE TO WS-AFF-CURRENCY(WS-AFF-COUNT)
               MOVE WS-FOUND-FLAG TO WS-AFF-SOLE-FLAG(WS-AFF-COUNT)
           ELSE
               DISPLAY '*** ALERTE: TABLE DES COMPTES TOUCHES '
                       'SATUREE - COMPTE ' WS-CUR-ACCOUNT
           END-IF.

      *----------------------------------------------------------------
      *    COMPTES OU LE DEFUNT N'ETAIT QUE COTITULAIRE : seul son lien
      *    est retire, le titulaire principal n'est pas touche.
      *----------------------------------------------------------------
       450-REMOVE-JOINT-LINKS.
           IF XREF-OPEN
               MOVE 'N' TO WS-LINK-EOF-FLAG
               MOVE LOW-VALUES TO OX-KEY
               START OWNERSHIP-XREF-FILE
                   KEY IS GREATER THAN OR EQUAL OX-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-LINK-EOF-FLAG
               END-START
               PERFORM 455-CHECK-ONE-LINK
                   UNTIL LINK-EOF
           END-IF.

       455-CHECK-ONE-LINK.
           READ OWNERSHIP-XREF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LINK-EOF-FLAG
               NOT AT END
                   SET WS-DEC-IDX TO 1
                   SEARCH WS-DEC-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-DEC-CUST-ID(WS-DEC-IDX) = OX-CUST-ID
                           SET WS-CUR-DEC-SLOT TO WS-DEC-IDX
                           PERFORM 460-REMOVE-DECEASED-LINK
                   END-SEARCH
           END-READ.

      *    Les comptes deja regles en 420 (gel ou reprise) gardent
      *    leur lien : il documente le titulaire gele.
       460-REMOVE-DECEASED-LINK.
           MOVE OX-ACCOUNT-NUMBER TO WS-CUR-ACCOUNT
           MOVE OX-CUST-ID TO WS-CUR-DECEASED
           MOVE 'N' TO WS-FOUND-FLAG
           IF WS-AFF-COUNT > 0
               SET WS-AFF-IDX TO 1
               SEARCH WS-AFF-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-AFF-ACCOUNT(WS-AFF-IDX) = WS-CUR-ACCOUNT
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-SEARCH
           END-IF

           IF NOT ENTRY-FOUND
               DELETE OWNERSHIP-XREF-FILE RECORD
                   INVALID KEY
                       DISPLAY 'ERREUR SUPPRESSION LIEN: ' OX-KEY
                   NOT INVALID KEY
                       ADD 1 TO WS-JOINT-LINKS-REMOVED
                       ADD 1 TO WS-DEC-JOINT(WS-CUR-DEC-SLOT)
                       MOVE WS-CUR-ACCOUNT TO RPA-ACCOUNT
                       MOVE 'COTITULAIRE DEFUNT RETIRE'
                           TO RPA-ACTION
                       MOVE WS-CUR-DECEASED TO RPA-CUST-ID
                       MOVE ZERO TO RPA-AMOUNT
                       WRITE ESTATE-REPORT-RECORD
                           FROM WS-RPT-ACCOUNT-LINE
                       PERFORM 465-NOTE-JOINT-ACCOUNT
               END-DELETE
           END-IF.

      *    Compte joint : parcouru lui aussi pour les prestations
      *    versees au defunt, mais ses ordres permanents continuent.
       465-NOTE-JOINT-ACCOUNT.
           MOVE WS-CUR-ACCOUNT TO MA-ACCOUNT-NUMBER
           READ MASTER-ACCOUNT-FILE
               KEY IS MA-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE SPACES TO MA-BRANCH-CODE
                                  MA-CURRENCY-CODE
           END-READ
           MOVE WS-DEC-DEATH-DATE(WS-CUR-DEC-SLOT)
               TO WS-CUR-DEATH-DATE
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM 440-NOTE-AFFECTED-ACCOUNT.

      *----------------------------------------------------------------
      *    ORDRES PERMANENTS DES COMPTES GELES
      *----------------------------------------------------------------
       500-SUSPEND-STANDING-ORDERS.
           MOVE 'N' TO WS-FILE-EOF-FLAG
           OPEN I-O STANDING-ORDER-FILE
           IF WS-SO-STATUS NOT = '00'
               DISPLAY 'FICHIER ORDRES PERMANENTS ABSENT (STORDERS)'
           ELSE
               PERFORM 510-CHECK-ONE-ORDER
                   UNTIL FILE-EOF
               CLOSE STANDING-ORDER-FILE
           END-IF.

       510-CHECK-ONE-ORDER.
           READ STANDING-ORDER-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-FLAG
               NOT AT END
                   IF SO-ACTIVE
                       SET WS-AFF-IDX TO 1
                       SEARCH WS-AFF-ENTRY
                           AT END
                               CONTINUE
                           WHEN WS-AFF-ACCOUNT(WS-AFF-IDX)
                                   = SO-ACCOUNT-NUMBER
                               IF WS-AFF-SOLE(WS-AFF-IDX)
                                   PERFORM 520-SUSPEND-ONE-ORDER
                               END-IF
                       END-SEARCH
                   END-IF
           END-READ.

       520-SUSPEND-ONE-ORDER.
           MOVE 'S' TO SO-STATUS-CODE
           REWRITE STANDING-ORDER-RECORD
           IF WS-SO-STATUS NOT = '00'
               DISPLAY 'ERREUR REWRITE ORDRE PERMANENT: ' SO-ORDER-ID
           ELSE
               ADD 1 TO WS-ORDERS-SUSPENDED
               MOVE SO-ACCOUNT-NUMBER TO RPA-ACCOUNT
               MOVE SPACES TO RPA-ACTION
               STRING 'ORDRE SUSPENDU ' SO-ORDER-ID
                   DELIMITED BY SIZE INTO RPA-ACTION
               MOVE ZERO TO RPA-CUST-ID
               MOVE SO-AMOUNT TO RPA-AMOUNT
               WRITE ESTATE-REPORT-RECORD FROM WS-RPT-ACCOUNT-LINE
           END-IF.

      *----------------------------------------------------------------
      *    ABONNEMENTS AUX ALERTES DU DEFUNT
      *----------------------------------------------------------------
       550-SUSPEND-ALERTS.
           MOVE 'N' TO WS-FILE-EOF-FLAG
           OPEN I-O ALERT-SUBSCRIPTION-FILE
           IF WS-ASB-STATUS NOT = '00'
               DISPLAY 'FICHIER ABONNEMENTS ALERTES ABSENT (ALRTSUBS)'
           ELSE
               PERFORM 560-CHECK-ONE-SUBSCRIPTION
                   UNTIL FILE-EOF
               CLOSE ALERT-SUBSCRIPTION-FILE
           END-IF.

       560-CHECK-ONE-SUBSCRIPTION.
           READ ALERT-SUBSCRIPTION-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-FLAG
               NOT AT END
                   IF NOT AS-SUSPENDED
                       SET WS-DEC-IDX TO 1
                       SEARCH WS-DEC-ENTRY
                           AT END
                               CONTINUE
                           WHEN WS-DEC-CUST-ID(WS-DEC-IDX) = AS-CUST-ID
                               PERFORM 570-SUSPEND-ONE-SUBSCRIPTION
                       END-SEARCH
                   END-IF
           END-READ.

       570-SUSPEND-ONE-SUBSCRIPTION.
           MOVE 'S' TO AS-STATUS-CODE
           REWRITE ALERT-SUBSCRIPTION-RECORD
           IF WS-ASB-STATUS NOT = '00'
               DISPLAY 'ERREUR REWRITE ABONNEMENT: ' AS-CUST-ID
                       ' ' AS-ACCOUNT-NUMBER
           ELSE
               ADD 1 TO WS-ALERTS-SUSPENDED
           END-IF.

      *----------------------------------------------------------------
      *    PRESTATIONS VERSEES APRES LE DECES
      *    Credits recus par compensation et postes apres la date du
      *    deces : retournes a l'emetteur par CLROUT et repris sur le
      *    compte par un debit que BANKTRAN accepte meme gele.
      *    Seulement sur les comptes dont le defunt etait titulaire
      *    unique : sur un compte joint ou repris par le cotitulaire,
      *    le credit peut etre le salaire ou la pension du survivant ;
      *    il est signale au rapport pour verification manuelle.
      *----------------------------------------------------------------
       600-RETURN-BENEFITS.
           IF HISTORY-OPEN
               MOVE 'N' TO WS-SCAN-EOF-FLAG
               MOVE WS-AFF-ACCOUNT(WS-AFF-IDX) TO HIS-ACCOUNT-NUMBER
               MOVE WS-AFF-DEATH-DATE(WS-AFF-IDX) TO HIS-POSTING-DATE
               MOVE 99999 TO HIS-SEQUENCE
               START HISTORY-FILE
                   KEY IS GREATER THAN HIS-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-EOF-FLAG
               END-START
               PERFORM 610-CHECK-ONE-POSTING
                   UNTIL SCAN-EOF
           END-IF.

       610-CHECK-ONE-POSTING.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-FLAG
               NOT AT END
                   IF HIS-ACCOUNT-NUMBER
                           NOT = WS-AFF-ACCOUNT(WS-AFF-IDX)
                       MOVE 'Y' TO WS-SCAN-EOF-FLAG
                   ELSE
                       IF HIS-TYPE = 'CR'
                               AND HIS-TELLER-ID = WS-BENEFIT-TELLER
                           IF WS-AFF-SOLE(WS-AFF-IDX)
                               PERFORM 620-EMIT-BENEFIT-RETURN
                           ELSE
                               PERFORM 630-REPORT-CREDIT-TO-VERIFY
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *    Le retour porte la reference 'R15' (beneficiaire decede)
      *    et l'identifiant du credit d'origine ; le debit de reprise
      *    partage le meme identifiant pour le rapprochement.
       620-EMIT-BENEFIT-RETURN.
           ADD 1 TO WS-TRANS-SEQUENCE
           MOVE WS-TRANS-SEQUENCE TO WS-TRANS-SEQ-DISPLAY

           MOVE SPACES TO ESTATE-RETURN-RECORD
      *    Siecle omis (AAMMJJ), meme raison que INTPOST/STORDGEN.
           STRING 'DC' WS-RUN-DATE(3:6) WS-TRANS-SEQ-DISPLAY
               DELIMITED BY SIZE INTO OBR-TRANSACTION-ID
           MOVE HIS-ACCOUNT-NUMBER TO OBR-ACCOUNT-NUMBER
           MOVE 'CR' TO OBR-TRANSACTION-TYPE
           MOVE HIS-AMOUNT TO OBR-AMOUNT
           MOVE ZERO TO OBR-DEST-ACCOUNT
           MOVE WS-RUN-DATE TO OBR-TRANSACTION-DATE
           MOVE ZERO TO OBR-TRANSACTION-TIME
           MOVE WS-AFF-BRANCH(WS-AFF-IDX) TO OBR-BRANCH-CODE
           MOVE 'DECEDENT' TO OBR-TELLER-ID
           STRING 'R15 ' HIS-TRANSACTION-ID
               DELIMITED BY SIZE INTO OBR-REFERENCE
           MOVE WS-AFF-CURRENCY(WS-AFF-IDX) TO OBR-CURRENCY-CODE
           WRITE ESTATE-RETURN-RECORD

           MOVE SPACES TO RAW-TRANSACTION-RECORD
           MOVE OBR-TRANSACTION-ID TO RAW-TR-TRANSACTION-ID
           MOVE HIS-ACCOUNT-NUMBER TO RAW-TR-ACCOUNT-NUMBER
           MOVE 'DB' TO RAW-TR-TRANSACTION-TYPE
           MOVE HIS-AMOUNT TO RAW-TR-AMOUNT
           MOVE ZERO TO RAW-TR-DEST-ACCOUNT
           MOVE WS-RUN-DATE TO RAW-TR-TRANSACTION-DATE
           MOVE ZERO TO RAW-TR-TRANSACTION-TIME
           MOVE WS-AFF-BRANCH(WS-AFF-IDX) TO RAW-TR-BRANCH-CODE
           MOVE 'DECEDENT' TO RAW-TR-TELLER-ID
           MOVE 'RETOUR PRESTATION' TO RAW-TR-REFERENCE
           MOVE WS-AFF-CURRENCY(WS-AFF-IDX) TO RAW-TR-CURRENCY-CODE
           WRITE RAW-TRANSACTION-RECORD

           ADD 1 TO WS-BENEFITS-RETURNED
           ADD HIS-AMOUNT TO WS-BENEFITS-AMOUNT

           MOVE HIS-ACCOUNT-NUMBER TO RPA-ACCOUNT
           MOVE SPACES TO RPA-ACTION
           STRING 'PRESTATION RETOURNEE ' HIS-POSTING-DATE
               DELIMITED BY SIZE INTO RPA-ACTION
           MOVE ZERO TO RPA-CUST-ID
           MOVE HIS-AMOUNT TO RPA-AMOUNT
           WRITE ESTATE-REPORT-RECORD FROM WS-RPT-ACCOUNT-LINE.

      *    Compte joint ou repris : ni retour CLROUT ni debit de
      *    reprise, une ligne de rapport pour le back-office.
       630-REPORT-CREDIT-TO-VERIFY.
           MOVE HIS-ACCOUNT-NUMBER TO RPA-ACCOUNT
           MOVE 'CREDIT POST-DECES A VERIFIER' TO RPA-ACTION
           MOVE ZERO TO RPA-CUST-ID
           MOVE HIS-AMOUNT TO RPA-AMOUNT
           WRITE ESTATE-REPORT-RECORD FROM WS-RPT-ACCOUNT-LINE
           ADD 1 TO WS-CREDITS-TO-VERIFY.

      *----------------------------------------------------------------
      *    FICHE CLIENT ET FICHE SUCCESSION
      *    Le client n'est pas supprime : il passe 'D', ce qui fait
      *    partir ses releves vers la succession (STMTGEN) ; ses
      *    comptes propres sont deja geles.
      *----------------------------------------------------------------
       700-RECORD-DECEASED.
           MOVE WS-DEC-CUST-ID(WS-DEC-IDX) TO CUST-ID
           READ CUSTOMER-FILE
               KEY IS CUST-ID
               INVALID KEY
                   DISPLAY 'CLIENT DISPARU EN COURS DE RUN: ' CUST-ID
               NOT INVALID KEY
                   MOVE 'D' TO CUST-STATUS
                   MOVE WS-RUN-DATE TO CUST-LAST-UPDATE
                   REWRITE CUSTOMER-RECORD
                       INVALID KEY
                           DISPLAY 'ERREUR REWRITE CLIENT: ' CUST-ID
                   END-REWRITE
           END-READ

           MOVE SPACES TO ESTATE-CONTACT-RECORD
           MOVE WS-DEC-CUST-ID(WS-DEC-IDX) TO EC-CUST-ID
           MOVE WS-DEC-DEATH-DATE(WS-DEC-IDX) TO EC-DATE-OF-DEATH
           MOVE WS-DEC-CONTACT(WS-DEC-IDX) TO EC-CONTACT-NAME
           MOVE WS-DEC-STREET(WS-DEC-IDX) TO EC-STREET
           MOVE WS-DEC-CITY(WS-DEC-IDX) TO EC-CITY
           MOVE WS-DEC-STATE(WS-DEC-IDX) TO EC-STATE
           MOVE WS-DEC-ZIP(WS-DEC-IDX) TO EC-ZIP
           MOVE WS-DEC-PHONE(WS-DEC-IDX) TO EC-PHONE
           MOVE WS-RUN-DATE TO EC-NOTIFIED-DATE
           MOVE WS-DEC-SUBMITTER(WS-DEC-IDX) TO EC-SUBMITTER-ID
           WRITE ESTATE-CONTACT-RECORD
               INVALID KEY
                   REWRITE ESTATE-CONTACT-RECORD
                       INVALID KEY
                           DISPLAY 'ERREUR ECRITURE SUCCESSION: '
                                   EC-CUST-ID
                   END-REWRITE
           END-WRITE

           MOVE WS-DEC-CUST-ID(WS-DEC-IDX) TO RPN-CUST-ID
           MOVE WS-DEC-DEATH-DATE(WS-DEC-IDX) TO RPN-DEATH-DATE
           MOVE 'DECES ENREGISTRE' TO RPN-STATE
           WRITE ESTATE-REPORT-RECORD FROM WS-RPT-NOTICE-LINE

           MOVE WS-DEC-FROZEN(WS-DEC-IDX) TO RPT-FROZEN
           MOVE WS-DEC-TRANSFERRED(WS-DEC-IDX) TO RPT-TRANSFERRED
           MOVE WS-DEC-JOINT(WS-DEC-IDX) TO RPT-JOINT
           WRITE ESTATE-REPORT-RECORD FROM WS-RPT-TOTAL-LINE.

       300-FINALIZE.
           DISPLAY '*** FINALISATION TRAITEMENT DES DECES ***'

           CLOSE DEATH-NOTICE-FILE
                 CUSTOMER-FILE
                 MASTER-ACCOUNT-FILE
                 ESTATE-CONTACT-FILE
                 ESTATE-RETURN-FILE
                 RAW-TRANSACTION-FILE
                 ESTATE-REPORT-FILE
           IF XREF-OPEN
               CLOSE OWNERSHIP-XREF-FILE
           END-IF
           IF HISTORY-OPEN
               CLOSE HISTORY-FILE
           END-IF

           DISPLAY ' '
           DISPLAY '================================================'
           DISPLAY '  RAPPORT SOMMAIRE - TRAITEMENT DES DECES       '
           DISPLAY '================================================'
           DISPLAY 'AVIS LUS               : ' WS-NOTICES-READ
           DISPLAY 'AVIS VALIDES           : ' WS-NOTICES-VALID
           DISPLAY 'AVIS REJETES           : ' WS-NOTICES-REJECTED
           DISPLAY 'COMPTES GELES          : ' WS-ACCOUNTS-FROZEN
           DISPLAY 'COMPTES REPRIS         : ' WS-ACCOUNTS-TRANSFERRED
           DISPLAY 'LIENS DEFUNTS RETIRES  : ' WS-JOINT-LINKS-REMOVED
           DISPLAY 'ORDRES SUSPENDUS       : ' WS-ORDERS-SUSPENDED
           DISPLAY 'ALERTES SUSPENDUES     : ' WS-ALERTS-SUSPENDED
           DISPLAY 'PRESTATIONS RETOURNEES : ' WS-BENEFITS-RETURNED
           DISPLAY 'MONTANT RETOURNE       : ' WS-BENEFITS-AMOUNT
           DISPLAY 'CREDITS A VERIFIER     : ' WS-CREDITS-TO-VERIFY
           DISPLAY '================================================'
           DISPLAY ' '

           DISPLAY '*** FIN TRAITEMENT DES DECES ***'.

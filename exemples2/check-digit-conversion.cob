       IDENTIFICATION DIVISION.
       PROGRAM-ID. CKDCONV.
       AUTHOR. BANKING SYSTEM TEAM.
      ******************************************************************
      * RAPPORT DE CONVERSION - CLE DE CONTROLE DES NUMEROS DE COMPTE   *
      * - Passage unique sur MASTER-ACCOUNT-FILE avant la mise en       *
      *   service de la cle (module ACCTCKD) dans BANKTRAN, CLRINTAKE,  *
      *   CARDINTK, STORDGEN et ACCTMAINT                               *
      * - Liste chaque compte dont le numero ne passe pas le controle,  *
      *   avec la cle attendue et le numero propose (11 premiers        *
      *   chiffres + cle) ; un numero propose deja attribue a un autre  *
      *   compte est signale, il faudra un autre numero                 *
      * - Totaux par agence pour planifier la renumerotation ; aucune   *
      *   mise a jour, le programme peut etre relance a volonte         *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Acces dynamique : balayage sequentiel, et lecture directe du
      *    numero propose pour detecter les collisions.
           SELECT MASTER-ACCOUNT-FILE
               ASSIGN TO ACCTIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MA-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT CONVERSION-REPORT-FILE
               ASSIGN TO CKDRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  CONVERSION-REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CONVERSION-REPORT-RECORD    PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-CODES.
           05  WS-ACCT-STATUS          PIC X(02) VALUE SPACES.
           05  WS-RPT-STATUS           PIC X(02) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-ACCOUNTS-READ        PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-ACCOUNTS-FAILING     PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-CLOSED-FAILING       PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-COLLISIONS           PIC 9(7) COMP-3 VALUE ZERO.

       01  WS-RUN-DATE                 PIC 9(8).

       01  WS-SWITCHES.
           05  WS-END-OF-ACCOUNTS      PIC X(01) VALUE 'N'.
               88  END-OF-ACCOUNTS     VALUE 'Y'.

      *    Cle de controle du numero de compte (module commun ACCTCKD).
       01  WS-CHECK-DIGIT-FIELDS.
           05  WS-CKD-ACCOUNT          PIC 9(12) VALUE ZERO.
           05  WS-CKD-EXPECTED         PIC 9(01) VALUE ZERO.
           05  WS-CKD-VALID-FLAG       PIC X(01) VALUE 'N'.
               88  CKD-VALID           VALUE 'Y'.

      *    Numero propose : les 11 premiers chiffres, cle recalculee.
       01  WS-PROPOSED-NUMBER          PIC 9(12) VALUE ZERO.
       01  WS-PROPOSED-PARTS REDEFINES WS-PROPOSED-NUMBER.
           05  WS-PROPOSED-BASE        PIC 9(11).
           05  WS-PROPOSED-DIGIT       PIC 9(01).

      *    Compte en cours, conserve pendant la lecture directe du
      *    numero propose qui ecrase la zone enregistrement.
       01  WS-SAVED-ACCOUNT.
           05  WS-SAV-ACCOUNT-NUMBER   PIC 9(12).
           05  WS-SAV-CUST-ID          PIC 9(10).
           05  WS-SAV-CUSTOMER-NAME    PIC X(50).
           05  WS-SAV-ACCOUNT-TYPE     PIC X(02).
           05  WS-SAV-STATUS-CODE      PIC X(01).
           05  WS-SAV-BRANCH-CODE      PIC X(6).

       01  WS-COLLISION-FLAG           PIC X(01) VALUE 'N'.
           88  PROPOSED-TAKEN          VALUE 'Y'.

      *    Totaux par agence, table alimentee au fil de l'eau (meme
      *    technique que les cumuls par automate de CARDINTK).
       01  WS-BRANCH-TABLE.
           05  WS-BRN-COUNT            PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-BRN-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-BRN-COUNT
                   INDEXED BY WS-BRN-IDX.
               10  WS-BRN-CODE         PIC X(6).
               10  WS-BRN-FAILING      PIC 9(7) COMP-3.

       01  WS-BRANCH-FIELDS.
           05  WS-BRN-FOUND-FLAG       PIC X(01) VALUE 'N'.
               88  BRANCH-KNOWN        VALUE 'Y'.

       01  WS-RPT-HEADER-LINE.
           05  FILLER                  PIC X(40) VALUE
               'COMPTES A RENUMEROTER - CLE DE CONTROLE '.
           05  FILLER                  PIC X(06) VALUE 'AU :  '.
           05  RPH-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X(66) VALUE SPACES.

       01  WS-RPT-COLUMN-LINE.
           05  FILLER                  PIC X(13) VALUE 'COMPTE'.
           05  FILLER                  PIC X(11) VALUE 'CLIENT'.
           05  FILLER                  PIC X(31) VALUE 'NOM'.
           05  FILLER                  PIC X(04) VALUE 'TY'.
           05  FILLER                  PIC X(03) VALUE 'ST'.
           05  FILLER                  PIC X(08) VALUE 'AGENCE'.
           05  FILLER                  PIC X(03) VALUE 'CLE'.
           05  FILLER                  PIC X(16) VALUE 'NUMERO PROPOSE'.
           05  FILLER                  PIC X(31) VALUE 'COLLISION'.

       01  WS-RPT-DETAIL-LINE.
           05  RPD-ACCOUNT             PIC 9(12).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPD-CUST-ID             PIC 9(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPD-NAME                PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPD-TYPE                PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPD-STATUS              PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPD-BRANCH              PIC X(6).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPD-EXPECTED            PIC 9(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPD-PROPOSED            PIC 9(12).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  RPD-COLLISION           PIC X(10).
           05  FILLER                  PIC X(21) VALUE SPACES.

       01  WS-RPT-BRANCH-LINE.
           05  FILLER                  PIC X(17) VALUE
               'TOTAL AGENCE   : '.
           05  RPB-BRANCH              PIC X(6).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  RPB-FAILING             PIC ZZZZZZ9.
           05  FILLER                  PIC X(87) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-CONTROL.
           PERFORM 100-INITIALIZE
           PERFORM 200-CHECK-ACCOUNTS
               UNTIL END-OF-ACCOUNTS
           PERFORM 300-FINALIZE
           STOP RUN.

       100-INITIALIZE.
           DISPLAY '*** DEBUT RAPPORT CONVERSION CLE DE CONTROLE ***'
           OPEN INPUT  MASTER-ACCOUNT-FILE
           OPEN OUTPUT CONVERSION-REPORT-FILE

           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE FICHIER COMPTES: '
                       WS-ACCT-STATUS
               MOVE 'Y' TO WS-END-OF-ACCOUNTS
               MOVE 16 TO RETURN-CODE
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO RPH-RUN-DATE
           WRITE CONVERSION-REPORT-RECORD FROM WS-RPT-HEADER-LINE
           WRITE CONVERSION-REPORT-RECORD FROM WS-RPT-COLUMN-LINE

           IF NOT END-OF-ACCOUNTS
               PERFORM 110-READ-NEXT-ACCOUNT
           END-IF.

       110-READ-NEXT-ACCOUNT.
           READ MASTER-ACCOUNT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-ACCOUNTS
               NOT AT END
                   ADD 1 TO WS-ACCOUNTS-READ
           END-READ.

       200-CHECK-ACCOUNTS.
           IF NOT END-OF-ACCOUNTS
               MOVE MA-ACCOUNT-NUMBER TO WS-CKD-ACCOUNT
               CALL 'ACCTCKD' USING WS-CKD-ACCOUNT
                                    WS-CKD-EXPECTED
                                    WS-CKD-VALID-FLAG
               IF NOT CKD-VALID
                   PERFORM 210-REPORT-FAILING-ACCOUNT
               END-IF
               PERFORM 110-READ-NEXT-ACCOUNT
           END-IF.

      *    Un compte ferme est liste aussi : il peut encore recevoir
      *    des ecritures de compensation ou de cloture tardive.
       210-REPORT-FAILING-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-FAILING
           IF MA-CLOSED
               ADD 1 TO WS-CLOSED-FAILING
           END-IF

           MOVE MA-ACCOUNT-NUMBER TO WS-SAV-ACCOUNT-NUMBER
           MOVE MA-CUST-ID TO WS-SAV-CUST-ID
           MOVE MA-CUSTOMER-NAME TO WS-SAV-CUSTOMER-NAME
           MOVE MA-ACCOUNT-TYPE TO WS-SAV-ACCOUNT-TYPE
           MOVE MA-STATUS-CODE TO WS-SAV-STATUS-CODE
           MOVE MA-BRANCH-CODE TO WS-SAV-BRANCH-CODE

           MOVE MA-ACCOUNT-NUMBER TO WS-PROPOSED-NUMBER
           MOVE WS-CKD-EXPECTED TO WS-PROPOSED-DIGIT
           PERFORM 220-CHECK-COLLISION

           MOVE WS-SAV-ACCOUNT-NUMBER TO RPD-ACCOUNT
           MOVE WS-SAV-CUST-ID TO RPD-CUST-ID
           MOVE WS-SAV-CUSTOMER-NAME TO RPD-NAME
           MOVE WS-SAV-ACCOUNT-TYPE TO RPD-TYPE
           MOVE WS-SAV-STATUS-CODE TO RPD-STATUS
           MOVE WS-SAV-BRANCH-CODE TO RPD-BRANCH
           MOVE WS-CKD-EXPECTED TO RPD-EXPECTED
           MOVE WS-PROPOSED-NUMBER TO RPD-PROPOSED
           IF PROPOSED-TAKEN
               MOVE 'DEJA PRIS' TO RPD-COLLISION
           ELSE
               MOVE SPACES TO RPD-COLLISION
           END-IF
           WRITE CONVERSION-REPORT-RECORD FROM WS-RPT-DETAIL-LINE

           PERFORM 230-ADD-TO-BRANCH-TOTAL.

      *    La lecture directe deplace la position de balayage : elle
      *    est retablie juste apres le compte en cours.
       220-CHECK-COLLISION.
           MOVE 'N' TO WS-COLLISION-FLAG
           MOVE WS-PROPOSED-NUMBER TO MA-ACCOUNT-NUMBER
           READ MASTER-ACCOUNT-FILE
               KEY IS MA-ACCOUNT-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-COLLISION-FLAG
                   ADD 1 TO WS-COLLISIONS
           END-READ

           MOVE WS-SAV-ACCOUNT-NUMBER TO MA-ACCOUNT-NUMBER
           START MASTER-ACCOUNT-FILE
               KEY IS GREATER THAN MA-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-ACCOUNTS
           END-START.

       230-ADD-TO-BRANCH-TOTAL.
           MOVE 'N' TO WS-BRN-FOUND-FLAG
           IF WS-BRN-COUNT > 0
               SET WS-BRN-IDX TO 1
               SEARCH WS-BRN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-BRN-CODE(WS-BRN-IDX) = WS-SAV-BRANCH-CODE
                       ADD 1 TO WS-BRN-FAILING(WS-BRN-IDX)
                       MOVE 'Y' TO WS-BRN-FOUND-FLAG
               END-SEARCH
           END-IF
           IF NOT BRANCH-KNOWN AND WS-BRN-COUNT < 500
               ADD 1 TO WS-BRN-COUNT
               SET WS-BRN-IDX TO WS-BRN-COUNT
               MOVE WS-SAV-BRANCH-CODE TO WS-BRN-CODE(WS-BRN-IDX)
               MOVE 1 TO WS-BRN-FAILING(WS-BRN-IDX)
           END-IF.

       300-FINALIZE.
           DISPLAY '*** FINALISATION RAPPORT CONVERSION ***'

           PERFORM 310-WRITE-BRANCH-TOTALS
               VARYING WS-BRN-IDX FROM 1 BY 1
               UNTIL WS-BRN-IDX > WS-BRN-COUNT
           PERFORM 320-PRINT-SUMMARY

           CLOSE MASTER-ACCOUNT-FILE
                 CONVERSION-REPORT-FILE

           DISPLAY '*** FIN RAPPORT CONVERSION CLE DE CONTROLE ***'.

       310-WRITE-BRANCH-TOTALS.
           MOVE WS-BRN-CODE(WS-BRN-IDX) TO RPB-BRANCH
           MOVE WS-BRN-FAILING(WS-BRN-IDX) TO RPB-FAILING
           WRITE CONVERSION-REPORT-RECORD FROM WS-RPT-BRANCH-LINE.

       320-PRINT-SUMMARY.
           DISPLAY ' '
           DISPLAY '================================================'
           DISPLAY '  RAPPORT SOMMAIRE - CONVERSION CLE DE CONTROLE '
           DISPLAY '================================================'
           DISPLAY 'COMPTES LUS            : ' WS-ACCOUNTS-READ
           DISPLAY 'COMPTES A RENUMEROTER  : ' WS-ACCOUNTS-FAILING
           DISPLAY 'DONT COMPTES FERMES    : ' WS-CLOSED-FAILING
           DISPLAY 'NUMEROS PROPOSES PRIS  : ' WS-COLLISIONS
           DISPLAY 'AGENCES CONCERNEES     : ' WS-BRN-COUNT
           DISPLAY '================================================'
           DISPLAY ' '.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCSWP.
       AUTHOR. BANKING SYSTEM TEAM.
      ******************************************************************
      * BALAYAGES DE TRESORERIE DES CLIENTS ENTREPRISES (CONCENTRATION) *
      * - Traitement de fin de journee, execute apres BANKTRAN (etape   *
      *   de DEPSFILE dont BANKTRAN est le predecesseur) : la           *
      *   protection decouvert de BANKTRAN ne joue que sur un manque au *
      *   postage, la concentration equilibre chaque soir les comptes   *
      *   d'une structure client                                        *
      * - Structures dans CONCSTR : compte centralisateur, comptes      *
      *   participants, methode ('T' solde cible, 'Z' solde zero),      *
      *   sens ('U' remontee de l'excedent, 'D' couverture du deficit,  *
      *   'B' les deux) et montant minimum de balayage                  *
      * - Deux passes : les excedents remontent d'abord au              *
      *   centralisateur, puis les deficits sont couverts par lui, sans *
      *   jamais le faire passer sous zero (couverture partielle        *
      *   signalee)                                                     *
      * - Chaque balayage est poste directement aux deux comptes de     *
      *   MASTER-ACCOUNT-FILE et ecrit dans HISTFILE au type 'SW' ; le  *
      *   solde apres balayage est ajoute a ACCTOUT pour que ACCTRECON  *
      *   retrouve le solde en place                                    *
      * - Rapport d'activite CONCRPT par structure client ; ACCTANAL    *
      *   facture le service par la ligne 'SW' du bareme SVCSCHED pour  *
      *   les comptes inscrits a l'analyse                              *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Structures de concentration, une ligne par compte
      *    participant, regroupees par structure.
           SELECT CONC-STRUCTURE-FILE
               ASSIGN TO CONCSTR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STR-STATUS.

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

      *    Journal des soldes avant/apres du jour, ouvert en ajout
      *    derriere celui de BANKTRAN.
           SELECT UPDATED-ACCOUNT-FILE
               ASSIGN TO ACCTOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-UPD-STATUS.

           SELECT SWEEP-REPORT-FILE
               ASSIGN TO CONCRPT
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
      *    CS-TARGET-AMOUNT est ignore en methode 'Z' (cible zero).
      *    Une ligne 'S' (suspendue) reste au fichier sans balayer.
       FD  CONC-STRUCTURE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CONC-STRUCTURE-RECORD.
           05  CS-STRUCTURE-ID         PIC X(08).
           05  CS-HEADER-ACCOUNT       PIC 9(12).
           05  CS-PARTICIPANT-ACCOUNT  PIC 9(12).
           05  CS-SWEEP-METHOD         PIC X(01).
               88  CS-TARGET-BALANCE   VALUE 'T'.
               88  CS-ZERO-BALANCE     VALUE 'Z'.
           05  CS-TARGET-AMOUNT        PIC S9(13)V99 COMP-3.
           05  CS-DIRECTION            PIC X(01).
               88  CS-VALID-DIRECTION  VALUE 'U' 'D' 'B'.
           05  CS-MIN-SWEEP            PIC 9(11)V99 COMP-3.
           05  CS-STATUS-CODE          PIC X(01).
               88  CS-ACTIVE           VALUE 'A'.
               88  CS-SUSPENDED        VALUE 'S'.
           05  FILLER                  PIC X(20).

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

      *    Meme disposition que dans BANKTRAN et ACCTRECON.
       FD  UPDATED-ACCOUNT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  UPDATED-ACCOUNT-RECORD.
           05  UA-ACCOUNT-NUMBER       PIC 9(12).
           05  UA-CUST-ID              PIC 9(10).
           05  UA-CUSTOMER-NAME        PIC X(50).
           05  UA-ACCOUNT-TYPE         PIC X(02).
           05  UA-OLD-BALANCE          PIC S9(13)V99 COMP-3.
           05  UA-NEW-BALANCE          PIC S9(13)V99 COMP-3.
           05  UA-TRANSACTION-COUNT    PIC 9(5) COMP-3.
           05  UA-LAST-UPDATE          PIC 9(8).
           05  UA-STATUS-CODE          PIC X(01).
           05  FILLER                  PIC X(40).

       FD  SWEEP-REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  SWEEP-REPORT-LINE           PIC X(132).

      *    Meme disposition que dans BANKTRAN.
       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       01  BUSINESS-DATE-RECORD.
           05  BIZ-BUSINESS-DATE       PIC 9(8).
           05  BIZ-NEXT-BUSINESS-DATE  PIC 9(8).
           05  FILLER                  PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-CODES.
           05  WS-STR-STATUS           PIC X(02) VALUE SPACES.
           05  WS-ACCT-STATUS          PIC X(02) VALUE SPACES.
           05  WS-HIS-STATUS           PIC X(02) VALUE SPACES.
           05  WS-UPD-STATUS           PIC X(02) VALUE SPACES.
           05  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
           05  WS-BIZ-STATUS           PIC X(02) VALUE SPACES.

       01  WS-RUN-DATE                 PIC 9(8).

       01  WS-SWITCHES.
           05  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
               88  FILE-EOF            VALUE 'Y'.
           05  WS-PASS-CODE            PIC X(01) VALUE SPACE.
               88  SURPLUS-PASS        VALUE 'U'.
               88  DEFICIT-PASS        VALUE 'D'.
           05  WS-CHECK-FLAG           PIC X(01) VALUE 'N'.
               88  ACCOUNTS-OK         VALUE 'Y'.
           05  WS-PARTIAL-FLAG         PIC X(01) VALUE 'N'.
               88  PARTIAL-COVER       VALUE 'Y'.
           05  WS-HIS-WRITTEN-FLAG     PIC X(01) VALUE 'N'.
               88  HISTORY-WRITTEN     VALUE 'Y'.

      *    Structures du fichier : une entree par structure client,
      *    avec ses cumuls pour le rapport d'activite.
       01  WS-STRUCTURE-TABLE.
           05  WS-STC-COUNT            PIC 9(4) COMP-3 VALUE ZERO.
           05  WS-STC-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-STC-COUNT
                   INDEXED BY WS-STC-IDX.
               10  WS-STC-ID           PIC X(08).
               10  WS-STC-HEADER       PIC 9(12).
               10  WS-STC-NAME         PIC X(50).
               10  WS-STC-UP-COUNT     PIC 9(5) COMP-3.
               10  WS-STC-UP-AMOUNT    PIC 9(13)V99 COMP-3.
               10  WS-STC-DOWN-COUNT   PIC 9(5) COMP-3.
               10  WS-STC-DOWN-AMOUNT  PIC 9(13)V99 COMP-3.
               10  WS-STC-BELOW-MIN    PIC 9(5) COMP-3.
               10  WS-STC-EXCEPTIONS   PIC 9(5) COMP-3.

      *    Comptes participants actifs. Un participant en anomalie a
      *    la premiere passe est ecarte de la seconde.
       01  WS-PARTICIPANT-TABLE.
           05  WS-PRT-COUNT            PIC 9(4) COMP-3 VALUE ZERO.
           05  WS-PRT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-PRT-COUNT
                   INDEXED BY WS-PRT-IDX.
               10  WS-PRT-STC-SLOT     PIC 9(4) COMP-3.
               10  WS-PRT-ACCOUNT      PIC 9(12).
               10  WS-PRT-TARGET       PIC S9(13)V99 COMP-3.
               10  WS-PRT-DIRECTION    PIC X(01).
                   88  PRT-SWEEPS-UP   VALUE 'U' 'B'.
                   88  PRT-SWEEPS-DOWN VALUE 'D' 'B'.
               10  WS-PRT-MIN-SWEEP    PIC 9(11)V99 COMP-3.
               10  WS-PRT-EXCLUDED     PIC X(01).
                   88  PRT-EXCLUDED    VALUE 'Y'.

       01  WS-SWEEP-FIELDS.
           05  WS-PRT-SLOT             PIC 9(4) COMP-3 VALUE ZERO.
           05  WS-STC-SLOT             PIC 9(4) COMP-3 VALUE ZERO.
           05  WS-PRT-AVAILABLE        PIC S9(13)V99 COMP-3.
           05  WS-PRT-CURRENCY         PIC X(3).
           05  WS-HDR-AVAILABLE        PIC S9(13)V99 COMP-3.
           05  WS-HDR-CURRENCY         PIC X(3).
           05  WS-SWEEP-GAP            PIC S9(13)V99 COMP-3.
           05  WS-SWEEP-AMOUNT         PIC S9(13)V99 COMP-3.
           05  WS-SWEEP-SEQ            PIC 9(8) VALUE ZERO.
           05  WS-SWEEP-TRAN-ID        PIC X(16).
           05  WS-PRT-OLD-BALANCE      PIC S9(13)V99 COMP-3.
           05  WS-PRT-NEW-BALANCE      PIC S9(13)V99 COMP-3.
           05  WS-REJECT-REASON        PIC X(40) VALUE SPACES.

      *    Une jambe de balayage : montant signe (credit positif,
      *    debit negatif) applique au compte, soldes avant/apres.
       01  WS-LEG-FIELDS.
           05  WS-LEG-ACCOUNT          PIC 9(12).
           05  WS-LEG-AMOUNT           PIC S9(13)V99 COMP-3.
           05  WS-LEG-OLD-BALANCE      PIC S9(13)V99 COMP-3.
           05  WS-LEG-NEW-BALANCE      PIC S9(13)V99 COMP-3.
           05  WS-HIS-NEXT-SEQ         PIC 9(5) VALUE 1.

       01  WS-COUNTERS.
           05  WS-LINES-READ           PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-LINES-SUSPENDED      PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-LINES-REJECTED       PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-SWEEPS-UP            PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-SWEEPS-DOWN          PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-PARTIAL-COVERS       PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-BELOW-MINIMUM        PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-EXCEPTIONS           PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-TOTAL-UP             PIC 9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-DOWN           PIC 9(13)V99 COMP-3 VALUE ZERO.
           05  WS-HIS-RECORDS-WRITTEN  PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-HIS-WRITE-ERRORS     PIC 9(7) COMP-3 VALUE ZERO.

       01  WS-REPORT-LINES.
           05  WS-RPT-TITLE.
               10  FILLER              PIC X(38) VALUE
                   'BALAYAGES DE TRESORERIE - JOURNEE DU '.
               10  RT-RUN-DATE         PIC 9(8).
               10  FILLER              PIC X(86) VALUE SPACES.
           05  WS-RPT-DETAIL-HDR.
               10  FILLER              PIC X(10) VALUE 'STRUCTURE'.
               10  FILLER              PIC X(12) VALUE 'SENS'.
               10  FILLER              PIC X(14) VALUE 'PARTICIPANT'.
               10  FILLER              PIC X(14) VALUE
                   'CENTRALISAT.'.
               10  FILLER              PIC X(16) VALUE 'SOLDE AVANT'.
               10  FILLER              PIC X(16) VALUE 'MONTANT'.
               10  FILLER              PIC X(16) VALUE 'SOLDE APRES'.
               10  FILLER              PIC X(34) VALUE
                   'OPERATION / MOTIF'.
           05  WS-RPT-DETAIL.
               10  RD-STRUCTURE-ID     PIC X(08).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  RD-DIRECTION        PIC X(10).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  RD-PARTICIPANT      PIC 9(12).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  RD-HEADER           PIC 9(12).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  RD-OLD-BALANCE      PIC -ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  RD-AMOUNT           PIC -ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  RD-NEW-BALANCE      PIC -ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  RD-NOTE             PIC X(34).
           05  WS-RPT-STRUCT-TITLE.
               10  FILLER              PIC X(40) VALUE
                   'ACTIVITE PAR STRUCTURE CLIENT'.
               10  FILLER              PIC X(92) VALUE SPACES.
           05  WS-RPT-STRUCT-LINE.
               10  RS-STRUCTURE-ID     PIC X(08).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  RS-HEADER           PIC 9(12).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  RS-NAME             PIC X(24).
               10  FILLER              PIC X(06) VALUE ' REM: '.
               10  RS-UP-COUNT         PIC ZZZZ9.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  RS-UP-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(06) VALUE ' COU: '.
               10  RS-DOWN-COUNT       PIC ZZZZ9.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  RS-DOWN-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(06) VALUE ' MIN: '.
               10  RS-BELOW-MIN        PIC ZZZZ9.
               10  FILLER              PIC X(06) VALUE ' ANO: '.
               10  RS-EXCEPTIONS       PIC ZZZZ9.
               10  FILLER              PIC X(06) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-CONTROL.
           PERFORM 100-INITIALIZE
           IF RETURN-CODE = ZERO
               MOVE 'U' TO WS-PASS-CODE
               PERFORM 200-RUN-SWEEP-PASS
               MOVE 'D' TO WS-PASS-CODE
               PERFORM 200-RUN-SWEEP-PASS
           END-IF
           PERFORM 300-FINALIZE
           STOP RUN.

       100-INITIALIZE.
           DISPLAY '*** DEBUT BALAYAGES DE TRESORERIE ***'
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 105-READ-BUSINESS-DATE

           OPEN OUTPUT SWEEP-REPORT-FILE
           OPEN I-O MASTER-ACCOUNT-FILE

      *    Historique et journal des soldes sont normalement deja
      *    crees par BANKTRAN ; un tout premier passage les cree.
           OPEN I-O HISTORY-FILE
           IF WS-HIS-STATUS = '35'
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF

           OPEN EXTEND UPDATED-ACCOUNT-FILE
           IF WS-UPD-STATUS = '35'
               OPEN OUTPUT UPDATED-ACCOUNT-FILE
               CLOSE UPDATED-ACCOUNT-FILE
               OPEN EXTEND UPDATED-ACCOUNT-FILE
           END-IF

           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RAPPORT CONCRPT: '
                       WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF

           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE FICHIER COMPTES: '
                       WS-ACCT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF

           IF WS-HIS-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE HISTORIQUE HISTFILE: '
                       WS-HIS-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF

           IF WS-UPD-STATUS NOT = '00' AND WS-UPD-STATUS NOT = '05'
               DISPLAY 'ERREUR OUVERTURE JOURNAL DES SOLDES: '
                       WS-UPD-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF

           IF RETURN-CODE = ZERO
               MOVE WS-RUN-DATE TO RT-RUN-DATE
               WRITE SWEEP-REPORT-LINE FROM WS-RPT-TITLE
               MOVE SPACES TO SWEEP-REPORT-LINE
               WRITE SWEEP-REPORT-LINE
               WRITE SWEEP-REPORT-LINE FROM WS-RPT-DETAIL-HDR
               PERFORM 110-LOAD-STRUCTURES
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

      *    Sans fichier de structures il n'y a rien a balayer : le run
      *    se termine normalement, rapport vide.
       110-LOAD-STRUCTURES.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CONC-STRUCTURE-FILE
           IF WS-STR-STATUS NOT = '00'
               DISPLAY 'FICHIER DES STRUCTURES CONCSTR ABSENT: '
                       WS-STR-STATUS
           ELSE
               PERFORM 115-LOAD-ONE-PARTICIPANT
                   UNTIL FILE-EOF
               CLOSE CONC-STRUCTURE-FILE
           END-IF
           DISPLAY 'STRUCTURES CHARGEES  : ' WS-STC-COUNT
           DISPLAY 'PARTICIPANTS ACTIFS  : ' WS-PRT-COUNT.

       115-LOAD-ONE-PARTICIPANT.
           READ CONC-STRUCTURE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-LINES-READ
                   PERFORM 116-CHECK-STRUCTURE-LINE
           END-READ.

       116-CHECK-STRUCTURE-LINE.
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN CS-HEADER-ACCOUNT NOT NUMERIC
                       OR CS-PARTICIPANT-ACCOUNT NOT NUMERIC
                   MOVE 'NUMERO DE COMPTE NON NUMERIQUE'
                       TO WS-REJECT-REASON
               WHEN CS-PARTICIPANT-ACCOUNT = CS-HEADER-ACCOUNT
                   MOVE 'PARTICIPANT = CENTRALISATEUR'
                       TO WS-REJECT-REASON
               WHEN NOT CS-TARGET-BALANCE AND NOT CS-ZERO-BALANCE
                   MOVE 'METHODE DE BALAYAGE INCONNUE'
                       TO WS-REJECT-REASON
               WHEN NOT CS-VALID-DIRECTION
                   MOVE 'SENS DE BALAYAGE INCONNU'
                       TO WS-REJECT-REASON
               WHEN CS-SUSPENDED
                   ADD 1 TO WS-LINES-SUSPENDED
               WHEN NOT CS-ACTIVE
                   MOVE 'STATUT DE LIGNE INCONNU'
                       TO WS-REJECT-REASON
               WHEN WS-PRT-COUNT NOT < 2000
                   MOVE 'TABLE DES PARTICIPANTS SATUREE'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 117-FIND-STRUCTURE-SLOT
                   IF WS-STC-SLOT = ZERO
                       MOVE 'TABLE DES STRUCTURES SATUREE'
                           TO WS-REJECT-REASON
                   ELSE
                       PERFORM 118-ADD-PARTICIPANT
                   END-IF
           END-EVALUATE

           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-LINES-REJECTED
               MOVE CS-STRUCTURE-ID TO RD-STRUCTURE-ID
               MOVE 'LIGNE REJ.' TO RD-DIRECTION
               MOVE ZERO TO RD-PARTICIPANT
                            RD-HEADER
               IF CS-PARTICIPANT-ACCOUNT NUMERIC
                   MOVE CS-PARTICIPANT-ACCOUNT TO RD-PARTICIPANT
               END-IF
               IF CS-HEADER-ACCOUNT NUMERIC
                   MOVE CS-HEADER-ACCOUNT TO RD-HEADER
               END-IF
               MOVE ZERO TO RD-OLD-BALANCE
                            RD-AMOUNT
                            RD-NEW-BALANCE
               MOVE WS-REJECT-REASON TO RD-NOTE
               WRITE SWEEP-REPORT-LINE FROM WS-RPT-DETAIL
           END-IF.

      *    Le centralisateur d'une structure est celui de sa premiere
      *    ligne ; une ligne qui en designe un autre est ecartee.
       117-FIND-STRUCTURE-SLOT.
           MOVE ZERO TO WS-STC-SLOT
           IF WS-STC-COUNT > ZERO
               SET WS-STC-IDX TO 1
               SEARCH WS-STC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-STC-ID(WS-STC-IDX) = CS-STRUCTURE-ID
                       SET WS-STC-SLOT TO WS-STC-IDX
               END-SEARCH
           END-IF

           IF WS-STC-SLOT = ZERO AND WS-STC-COUNT < 500
               ADD 1 TO WS-STC-COUNT
               MOVE WS-STC-COUNT TO WS-STC-SLOT
               MOVE CS-STRUCTURE-ID TO WS-STC-ID(WS-STC-SLOT)
               MOVE CS-HEADER-ACCOUNT TO WS-STC-HEADER(WS-STC-SLOT)
               MOVE SPACES TO WS-STC-NAME(WS-STC-SLOT)
               MOVE ZERO TO WS-STC-UP-COUNT(WS-STC-SLOT)
                            WS-STC-UP-AMOUNT(WS-STC-SLOT)
                            WS-STC-DOWN-COUNT(WS-STC-SLOT)
                            WS-STC-DOWN-AMOUNT(WS-STC-SLOT)
                            WS-STC-BELOW-MIN(WS-STC-SLOT)
                            WS-STC-EXCEPTIONS(WS-STC-SLOT)
           END-IF.

       118-ADD-PARTICIPANT.
           IF WS-STC-HEADER(WS-STC-SLOT) NOT = CS-HEADER-ACCOUNT
               MOVE 'CENTRALISATEUR DIFFERENT' TO WS-REJECT-REASON
           ELSE
               ADD 1 TO WS-PRT-COUNT
               MOVE WS-STC-SLOT TO WS-PRT-STC-SLOT(WS-PRT-COUNT)
               MOVE CS-PARTICIPANT-ACCOUNT
                   TO WS-PRT-ACCOUNT(WS-PRT-COUNT)
               IF CS-ZERO-BALANCE
                   MOVE ZERO TO WS-PRT-TARGET(WS-PRT-COUNT)
               ELSE
                   MOVE CS-TARGET-AMOUNT
                       TO WS-PRT-TARGET(WS-PRT-COUNT)
               END-IF
               MOVE CS-DIRECTION TO WS-PRT-DIRECTION(WS-PRT-COUNT)
               MOVE CS-MIN-SWEEP TO WS-PRT-MIN-SWEEP(WS-PRT-COUNT)
               MOVE 'N' TO WS-PRT-EXCLUDED(WS-PRT-COUNT)
           END-IF.

      *----------------------------------------------------------------
      *    PASSE DE BALAYAGE : en passe 'U', l'excedent au-dessus de la
      *    cible remonte au centralisateur ; en passe 'D', le deficit
      *    sous la cible est couvert par lui. La position comparee a
      *    la cible est le solde DISPONIBLE : des fonds sous opposition
      *    ne remontent jamais.
      *----------------------------------------------------------------
       200-RUN-SWEEP-PASS.
           PERFORM 210-SWEEP-ONE-PARTICIPANT
               VARYING WS-PRT-SLOT FROM 1 BY 1
               UNTIL WS-PRT-SLOT > WS-PRT-COUNT.

       210-SWEEP-ONE-PARTICIPANT.
           MOVE WS-PRT-STC-SLOT(WS-PRT-SLOT) TO WS-STC-SLOT
           IF NOT PRT-EXCLUDED(WS-PRT-SLOT)
                   AND ((SURPLUS-PASS AND PRT-SWEEPS-UP(WS-PRT-SLOT))
                     OR (DEFICIT-PASS
                         AND PRT-SWEEPS-DOWN(WS-PRT-SLOT)))
               MOVE 'Y' TO WS-CHECK-FLAG
               MOVE SPACES TO WS-REJECT-REASON
               PERFORM 220-CHECK-PARTICIPANT
               IF ACCOUNTS-OK
                   PERFORM 225-CHECK-HEADER
               END-IF
               IF ACCOUNTS-OK
                   PERFORM 230-COMPUTE-SWEEP-AMOUNT
               ELSE
                   PERFORM 270-WRITE-EXCEPTION
               END-IF
           END-IF.

       220-CHECK-PARTICIPANT.
           MOVE WS-PRT-ACCOUNT(WS-PRT-SLOT) TO MA-ACCOUNT-NUMBER
           READ MASTER-ACCOUNT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CHECK-FLAG
                   MOVE 'COMPTE PARTICIPANT INCONNU'
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF NOT MA-ACTIVE
                       MOVE 'N' TO WS-CHECK-FLAG
                       MOVE 'COMPTE PARTICIPANT GELE OU FERME'
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE MA-AVAILABLE-BALANCE TO WS-PRT-AVAILABLE
                       MOVE MA-CURRENCY-CODE TO WS-PRT-CURRENCY
                   END-IF
           END-READ.

       225-CHECK-HEADER.
           MOVE WS-STC-HEADER(WS-STC-SLOT) TO MA-ACCOUNT-NUMBER
           READ MASTER-ACCOUNT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CHECK-FLAG
                   MOVE 'COMPTE CENTRALISATEUR INCONNU'
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE MA-CUSTOMER-NAME TO WS-STC-NAME(WS-STC-SLOT)
                   EVALUATE TRUE
                       WHEN NOT MA-ACTIVE
                           MOVE 'N' TO WS-CHECK-FLAG
                           MOVE 'CENTRALISATEUR GELE OU FERME'
                               TO WS-REJECT-REASON
                       WHEN MA-CURRENCY-CODE NOT = WS-PRT-CURRENCY
                           MOVE 'N' TO WS-CHECK-FLAG
                           MOVE 'DEVISE AUTRE QUE CENTRALISATEUR'
                               TO WS-REJECT-REASON
                       WHEN OTHER
                           MOVE MA-AVAILABLE-BALANCE
                               TO WS-HDR-AVAILABLE
                           MOVE MA-CURRENCY-CODE TO WS-HDR-CURRENCY
                   END-EVALUATE
           END-READ.

      *    En couverture, le centralisateur ne finance que son propre
      *    disponible positif : au-dela, la couverture est partielle.
      *    Un balayage sous le minimum de la ligne n'est pas fait.
       230-COMPUTE-SWEEP-AMOUNT.
           MOVE 'N' TO WS-PARTIAL-FLAG
           MOVE ZERO TO WS-SWEEP-AMOUNT
           COMPUTE WS-SWEEP-GAP
               = WS-PRT-AVAILABLE - WS-PRT-TARGET(WS-PRT-SLOT)

           IF SURPLUS-PASS AND WS-SWEEP-GAP > ZERO
               MOVE WS-SWEEP-GAP TO WS-SWEEP-AMOUNT
           END-IF
           IF DEFICIT-PASS AND WS-SWEEP-GAP < ZERO
               COMPUTE WS-SWEEP-AMOUNT = ZERO - WS-SWEEP-GAP
               IF WS-SWEEP-AMOUNT > WS-HDR-AVAILABLE
                   MOVE 'Y' TO WS-PARTIAL-FLAG
                   IF WS-HDR-AVAILABLE > ZERO
                       MOVE WS-HDR-AVAILABLE TO WS-SWEEP-AMOUNT
                   ELSE
                       MOVE ZERO TO WS-SWEEP-AMOUNT
                   END-IF
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-SWEEP-AMOUNT = ZERO AND PARTIAL-COVER
                   MOVE 'CENTRALISATEUR SANS DISPONIBLE'
                       TO WS-REJECT-REASON
                   PERFORM 270-WRITE-EXCEPTION
               WHEN WS-SWEEP-AMOUNT = ZERO
                   CONTINUE
               WHEN WS-SWEEP-AMOUNT < WS-PRT-MIN-SWEEP(WS-PRT-SLOT)
                   ADD 1 TO WS-BELOW-MINIMUM
                   ADD 1 TO WS-STC-BELOW-MIN(WS-STC-SLOT)
               WHEN OTHER
                   PERFORM 240-APPLY-SWEEP
           END-EVALUATE.

      *    Les deux jambes portent le meme identifiant d'operation.
       240-APPLY-SWEEP.
           ADD 1 TO WS-SWEEP-SEQ
           MOVE SPACES TO WS-SWEEP-TRAN-ID
           STRING 'SW' WS-RUN-DATE(3:6) WS-SWEEP-SEQ
               DELIMITED BY SIZE
               INTO WS-SWEEP-TRAN-ID

           MOVE WS-PRT-ACCOUNT(WS-PRT-SLOT) TO WS-LEG-ACCOUNT
           IF SURPLUS-PASS
               COMPUTE WS-LEG-AMOUNT = ZERO - WS-SWEEP-AMOUNT
           ELSE
               MOVE WS-SWEEP-AMOUNT TO WS-LEG-AMOUNT
           END-IF
           PERFORM 250-POST-LEG
           MOVE WS-LEG-OLD-BALANCE TO WS-PRT-OLD-BALANCE
           MOVE WS-LEG-NEW-BALANCE TO WS-PRT-NEW-BALANCE

           MOVE WS-STC-HEADER(WS-STC-SLOT) TO WS-LEG-ACCOUNT
           COMPUTE WS-LEG-AMOUNT = ZERO - WS-LEG-AMOUNT
           PERFORM 250-POST-LEG

           IF SURPLUS-PASS
               ADD 1 TO WS-SWEEPS-UP
               ADD WS-SWEEP-AMOUNT TO WS-TOTAL-UP
               ADD 1 TO WS-STC-UP-COUNT(WS-STC-SLOT)
               ADD WS-SWEEP-AMOUNT TO WS-STC-UP-AMOUNT(WS-STC-SLOT)
           ELSE
               ADD 1 TO WS-SWEEPS-DOWN
               ADD WS-SWEEP-AMOUNT TO WS-TOTAL-DOWN
               ADD 1 TO WS-STC-DOWN-COUNT(WS-STC-SLOT)
               ADD WS-SWEEP-AMOUNT
                   TO WS-STC-DOWN-AMOUNT(WS-STC-SLOT)
               IF PARTIAL-COVER
                   ADD 1 TO WS-PARTIAL-COVERS
               END-IF
           END-IF
           PERFORM 260-WRITE-SWEEP-LINE.

      *    Solde comptable et disponible bougent ensemble, comme un
      *    virement poste par BANKTRAN.
       250-POST-LEG.
           MOVE WS-LEG-ACCOUNT TO MA-ACCOUNT-NUMBER
           READ MASTER-ACCOUNT-FILE
               INVALID KEY
                   DISPLAY 'ERREUR RELECTURE COMPTE: ' WS-LEG-ACCOUNT
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE MA-CURRENT-BALANCE TO WS-LEG-OLD-BALANCE
                   ADD WS-LEG-AMOUNT TO MA-CURRENT-BALANCE
                                        MA-AVAILABLE-BALANCE
                   MOVE MA-CURRENT-BALANCE TO WS-LEG-NEW-BALANCE
                   MOVE WS-RUN-DATE TO MA-LAST-TRANSACTION
                   REWRITE MASTER-ACCOUNT-RECORD
                       INVALID KEY
                           DISPLAY 'ERREUR REWRITE COMPTE: '
                                   MA-ACCOUNT-NUMBER
                           MOVE 16 TO RETURN-CODE
                       NOT INVALID KEY
                           PERFORM 255-WRITE-HISTORY-RECORD
                           PERFORM 258-WRITE-UPDATED-ACCOUNT
                   END-REWRITE
           END-READ.

      *    Montant toujours positif au type 'SW' ; le sens se lit dans
      *    les soldes avant/apres, comme le 'PS' de BANKTRAN.
       255-WRITE-HISTORY-RECORD.
           MOVE SPACES TO HISTORY-RECORD
           MOVE MA-ACCOUNT-NUMBER TO HIS-ACCOUNT-NUMBER
           MOVE WS-RUN-DATE TO HIS-POSTING-DATE
           MOVE WS-SWEEP-TRAN-ID TO HIS-TRANSACTION-ID
           MOVE 'SW' TO HIS-TYPE
           MOVE WS-SWEEP-AMOUNT TO HIS-AMOUNT
           MOVE WS-LEG-OLD-BALANCE TO HIS-OLD-BALANCE
           MOVE WS-LEG-NEW-BALANCE TO HIS-NEW-BALANCE
           MOVE 'CONCSWP' TO HIS-TELLER-ID
           MOVE MA-BRANCH-CODE TO HIS-BRANCH-CODE

           MOVE 1 TO WS-HIS-NEXT-SEQ
           MOVE 'N' TO WS-HIS-WRITTEN-FLAG
           PERFORM 256-WRITE-HISTORY-WITH-RETRY
               UNTIL HISTORY-WRITTEN OR WS-HIS-NEXT-SEQ = 99999
           IF NOT HISTORY-WRITTEN
               DISPLAY 'HISTORIQUE SATURE POUR LE COMPTE: '
                       MA-ACCOUNT-NUMBER
               ADD 1 TO WS-HIS-WRITE-ERRORS
           END-IF.

      *    Les postages BANKTRAN du jour occupent deja les premieres
      *    sequences : la collision de cle fait avancer la sequence
      *    jusqu'a la premiere libre.
       256-WRITE-HISTORY-WITH-RETRY.
           MOVE WS-HIS-NEXT-SEQ TO HIS-SEQUENCE
           WRITE HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO WS-HIS-NEXT-SEQ
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HIS-WRITTEN-FLAG
                   ADD 1 TO WS-HIS-RECORDS-WRITTEN
           END-WRITE.

       258-WRITE-UPDATED-ACCOUNT.
           MOVE SPACES TO UPDATED-ACCOUNT-RECORD
           MOVE MA-ACCOUNT-NUMBER TO UA-ACCOUNT-NUMBER
           MOVE MA-CUST-ID TO UA-CUST-ID
           MOVE MA-CUSTOMER-NAME TO UA-CUSTOMER-NAME
           MOVE MA-ACCOUNT-TYPE TO UA-ACCOUNT-TYPE
           MOVE WS-LEG-OLD-BALANCE TO UA-OLD-BALANCE
           MOVE WS-LEG-NEW-BALANCE TO UA-NEW-BALANCE
           MOVE 1 TO UA-TRANSACTION-COUNT
           MOVE WS-RUN-DATE TO UA-LAST-UPDATE
           MOVE MA-STATUS-CODE TO UA-STATUS-CODE
           WRITE UPDATED-ACCOUNT-RECORD.

       260-WRITE-SWEEP-LINE.
           MOVE WS-STC-ID(WS-STC-SLOT) TO RD-STRUCTURE-ID
           IF SURPLUS-PASS
               MOVE 'REMONTEE' TO RD-DIRECTION
           ELSE
               MOVE 'COUVERTURE' TO RD-DIRECTION
           END-IF
           MOVE WS-PRT-ACCOUNT(WS-PRT-SLOT) TO RD-PARTICIPANT
           MOVE WS-STC-HEADER(WS-STC-SLOT) TO RD-HEADER
           MOVE WS-PRT-OLD-BALANCE TO RD-OLD-BALANCE
           MOVE WS-SWEEP-AMOUNT TO RD-AMOUNT
           MOVE WS-PRT-NEW-BALANCE TO RD-NEW-BALANCE
           MOVE SPACES TO RD-NOTE
           IF PARTIAL-COVER
               STRING WS-SWEEP-TRAN-ID ' PARTIELLE'
                   DELIMITED BY SIZE
                   INTO RD-NOTE
           ELSE
               MOVE WS-SWEEP-TRAN-ID TO RD-NOTE
           END-IF
           WRITE SWEEP-REPORT-LINE FROM WS-RPT-DETAIL.

      *    Un participant en anomalie n'est plus tente de la nuit.
       270-WRITE-EXCEPTION.
           MOVE 'Y' TO WS-PRT-EXCLUDED(WS-PRT-SLOT)
           ADD 1 TO WS-EXCEPTIONS
           ADD 1 TO WS-STC-EXCEPTIONS(WS-STC-SLOT)
           MOVE WS-STC-ID(WS-STC-SLOT) TO RD-STRUCTURE-ID
           MOVE 'ANOMALIE' TO RD-DIRECTION
           MOVE WS-PRT-ACCOUNT(WS-PRT-SLOT) TO RD-PARTICIPANT
           MOVE WS-STC-HEADER(WS-STC-SLOT) TO RD-HEADER
           MOVE ZERO TO RD-OLD-BALANCE
                        RD-AMOUNT
                        RD-NEW-BALANCE
           MOVE WS-REJECT-REASON TO RD-NOTE
           WRITE SWEEP-REPORT-LINE FROM WS-RPT-DETAIL.

       300-FINALIZE.
           IF WS-RPT-STATUS = '00'
               PERFORM 320-WRITE-STRUCTURE-TOTALS
           END-IF

           CLOSE SWEEP-REPORT-FILE
                 MASTER-ACCOUNT-FILE
                 HISTORY-FILE
                 UPDATED-ACCOUNT-FILE

           PERFORM 310-PRINT-SUMMARY.

       310-PRINT-SUMMARY.
           DISPLAY ' '
           DISPLAY '================================================'
           DISPLAY '  BALAYAGES DE TRESORERIE - RESUME              '
           DISPLAY '================================================'
           DISPLAY 'LIGNES DE STRUCTURE   : ' WS-LINES-READ
           DISPLAY 'LIGNES SUSPENDUES     : ' WS-LINES-SUSPENDED
           DISPLAY 'LIGNES REJETEES       : ' WS-LINES-REJECTED
           DISPLAY 'REMONTEES D''EXCEDENT  : ' WS-SWEEPS-UP
           DISPLAY 'MONTANT REMONTE       : ' WS-TOTAL-UP
           DISPLAY 'COUVERTURES DE DEFICIT: ' WS-SWEEPS-DOWN
           DISPLAY 'MONTANT COUVERT       : ' WS-TOTAL-DOWN
           DISPLAY 'COUVERTURES PARTIELLES: ' WS-PARTIAL-COVERS
           DISPLAY 'SOUS LE MINIMUM       : ' WS-BELOW-MINIMUM
           DISPLAY 'ANOMALIES             : ' WS-EXCEPTIONS
           DISPLAY 'HISTORIQUE ECRIT      : ' WS-HIS-RECORDS-WRITTEN
           DISPLAY 'HISTORIQUE EN ECHEC   : ' WS-HIS-WRITE-ERRORS
           DISPLAY '================================================'.

       320-WRITE-STRUCTURE-TOTALS.
           MOVE SPACES TO SWEEP-REPORT-LINE
           WRITE SWEEP-REPORT-LINE
           WRITE SWEEP-REPORT-LINE FROM WS-RPT-STRUCT-TITLE
           PERFORM 325-WRITE-ONE-STRUCTURE
               VARYING WS-STC-SLOT FROM 1 BY 1
               UNTIL WS-STC-SLOT > WS-STC-COUNT.

       325-WRITE-ONE-STRUCTURE.
           MOVE WS-STC-ID(WS-STC-SLOT) TO RS-STRUCTURE-ID
           MOVE WS-STC-HEADER(WS-STC-SLOT) TO RS-HEADER
           MOVE WS-STC-NAME(WS-STC-SLOT) TO RS-NAME
           MOVE WS-STC-UP-COUNT(WS-STC-SLOT) TO RS-UP-COUNT
           MOVE WS-STC-UP-AMOUNT(WS-STC-SLOT) TO RS-UP-AMOUNT
           MOVE WS-STC-DOWN-COUNT(WS-STC-SLOT) TO RS-DOWN-COUNT
           MOVE WS-STC-DOWN-AMOUNT(WS-STC-SLOT) TO RS-DOWN-AMOUNT
           MOVE WS-STC-BELOW-MIN(WS-STC-SLOT) TO RS-BELOW-MIN
           MOVE WS-STC-EXCEPTIONS(WS-STC-SLOT) TO RS-EXCEPTIONS
           WRITE SWEEP-REPORT-LINE FROM WS-RPT-STRUCT-LINE.

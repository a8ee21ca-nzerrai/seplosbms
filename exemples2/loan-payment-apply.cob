      *   ('LP' capital, 'LI' interets, type de compte 'LN') : le       *
      *   produit d'interets se comptabilise enfin a son compte au      *
      *   lieu d'un bloc indistinct                                     *
      * - Un credit qui couvre le dernier devis ouvert du pret (PAYQLOG *
      *   de LOANPOQ, plus l'interet par jour au-dela de la validite)   *
      *   solde le pret : capital, interets courus, penalites de retard *
      *   ('LF') et indemnite de remboursement anticipe ('LX'), puis    *
      *   echeancier et devis clos, pret passe a LN-PAID-OFF            *
      ******************************************************************

       ENVIRONMENT DIVISION.

      *    Meme correspondance plan de comptes que GLPOST : les types
      *    de mouvement 'LP' (capital) et 'LI' (interets) s'y ajoutent
      *    avec le type de compte 'LN', ainsi que 'LF' (penalites de
      *    retard encaissees) et 'LX' (indemnite de remboursement
      *    anticipe) pour les soldes sur devis.
           SELECT COA-MAPPING-FILE
               ASSIGN TO COAMAP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.

      *    Journal des devis de LOANPOQ ; absent, aucun reglement
      *    n'est traite en solde sur devis.
           SELECT PAYOFF-QUOTE-FILE
               ASSIGN TO PAYQLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PQ-KEY
               FILE STATUS IS WS-PQL-STATUS.

           SELECT LOAN-REPORT-FILE
               ASSIGN TO LOANRPT
               ORGANIZATION IS SEQUENTIAL
           05  LN-OPEN-DATE            PIC 9(8).
           05  LN-STATUS-CODE          PIC X(01).
               88  LN-ACTIVE           VALUE 'A'.
               88  LN-DELINQUENT       VALUE 'D'.
               88  LN-PAID-OFF         VALUE 'P'.
               88  LN-WRITTEN-OFF      VALUE 'W'.
           05  LN-BRANCH-CODE          PIC X(6).
      *    Suivi des impayes tenu par LOANDLQ.
           05  LN-DAYS-PAST-DUE        PIC 9(5) COMP-3.
           05  LN-DELINQ-BUCKET        PIC X(01).
           05  LN-RESERVE-AMOUNT       PIC 9(9)V99 COMP-3.

      *    Une echeance par enregistrement, cle pret + numero.
       FD  AMORTIZATION-SCHEDULE-FILE
               88  LS-SCHEDULED        VALUE 'S'.
               88  LS-PAID             VALUE 'P'.
           05  LS-PAID-DATE            PIC 9(8).
      *    Penalite de retard appliquee par LOANDLQ ('Y'), encaissee
      *    au solde du pret sur devis ('C').
           05  LS-LATE-CHARGE-FLAG     PIC X(01).
               88  LS-LATE-CHARGE-OPEN VALUE 'Y'.
           05  LS-LATE-CHARGE-AMT      PIC 9(7)V99 COMP-3.
           05  FILLER                  PIC X(4).

      *    Meme disposition que dans GLPOST.
       FD  COA-MAPPING-FILE
           05  LJ-SOURCE-TYPE          PIC X(02).
           05  FILLER                  PIC X(14).

      *    Meme disposition que dans LOANPOQ.
       FD  PAYOFF-QUOTE-FILE
           RECORDING MODE IS F.
       01  PAYOFF-QUOTE-RECORD.
           05  PQ-KEY.
               10  PQ-LOAN-NUMBER      PIC 9(12).
               10  PQ-QUOTE-ID         PIC X(10).
           05  PQ-QUOTE-DATE           PIC 9(8).
           05  PQ-GOOD-THROUGH         PIC 9(8).
           05  PQ-PRINCIPAL            PIC S9(13)V99 COMP-3.
           05  PQ-INTEREST             PIC 9(11)V99 COMP-3.
           05  PQ-LATE-CHARGES         PIC 9(9)V99 COMP-3.
           05  PQ-PREPAY-PENALTY       PIC 9(11)V99 COMP-3.
           05  PQ-TOTAL                PIC S9(13)V99 COMP-3.
           05  PQ-PER-DIEM             PIC 9(7)V99 COMP-3.
           05  PQ-STATUS               PIC X(01).
               88  PQ-OPEN             VALUE 'O'.
               88  PQ-USED             VALUE 'U'.
           05  PQ-PAID-DATE            PIC 9(8).
           05  PQ-PAYOFF-TRAN-ID       PIC X(16).
           05  FILLER                  PIC X(20).

       FD  LOAN-REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           05  WS-COA-STATUS           PIC X(02) VALUE SPACES.
           05  WS-JRN-STATUS           PIC X(02) VALUE SPACES.
           05  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
           05  WS-PQL-STATUS           PIC X(02) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-TRANS-READ           PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-PAYMENTS-APPLIED     PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-LOANS-PAID-OFF       PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-SCHEDULE-MISSES      PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-PAYOFFS-MATCHED      PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-PAYOFF-EXCESS-COUNT  PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-JOURNAL-LINES        PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-VOUCHER-NUMBER       PIC 9(8) VALUE ZERO.
           05  WS-TOTAL-PRINCIPAL      PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-INTEREST       PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-LATE-FEES      PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-PENALTIES      PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-DEBITS         PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-CREDITS        PIC S9(15)V99 COMP-3 VALUE ZERO.

       01  WS-SPLIT-FIELDS.
           05  WS-INTEREST-PORTION     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-PRINCIPAL-PORTION    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-LATE-FEE-PORTION     PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-PENALTY-PORTION      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-PAYMENT-AMOUNT       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-SCHEDULE-FOUND-FLAG  PIC X(01) VALUE 'N'.
               88  SCHEDULE-FOUND      VALUE 'Y'.
           05  WS-DEBIT-GL             PIC 9(8) VALUE ZERO.
           05  WS-CREDIT-GL            PIC 9(8) VALUE ZERO.

      *    Devis retenu pour le rapprochement : le plus recent des
      *    devis ouverts du pret.
       01  WS-PAYOFF-FIELDS.
           05  WS-QUOTE-FILE-FLAG      PIC X(01) VALUE 'N'.
               88  QUOTES-AVAILABLE    VALUE 'Y'.
           05  WS-QUOTE-EOF-FLAG       PIC X(01) VALUE 'N'.
               88  QUOTE-SCAN-EOF      VALUE 'Y'.
           05  WS-QUOTE-FOUND-FLAG     PIC X(01) VALUE 'N'.
               88  QUOTE-FOUND         VALUE 'Y'.
           05  WS-PAYOFF-MATCH-FLAG    PIC X(01) VALUE 'N'.
               88  PAYOFF-MATCHED      VALUE 'Y'.
           05  WS-QT-KEY               PIC X(22) VALUE SPACES.
           05  WS-QT-QUOTE-DATE        PIC 9(8) VALUE ZERO.
           05  WS-QT-GOOD-THROUGH      PIC 9(8) VALUE ZERO.
           05  WS-QT-PRINCIPAL         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-QT-INTEREST          PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-QT-LATE-CHARGES      PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-QT-PENALTY           PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-QT-TOTAL             PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-QT-PER-DIEM          PIC S9(7)V99 COMP-3 VALUE ZERO.
           05  WS-RECEIPT-DATE         PIC 9(8) VALUE ZERO.
           05  WS-DAYS-BEYOND-QUOTE    PIC S9(7) COMP-3 VALUE ZERO.
           05  WS-PAYOFF-REQUIRED      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-PAYOFF-EXCESS        PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-SCHED-EOF-FLAG       PIC X(01) VALUE 'N'.
               88  SCHED-SCAN-EOF      VALUE 'Y'.

       01  WS-SWITCHES.
           05  WS-END-OF-TRANS         PIC X(01) VALUE 'N'.
               88  END-OF-TRANSACTIONS VALUE 'Y'.
           05  RPL-NEW-BALANCE         PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(09) VALUE SPACES.

       01  WS-RPT-PAYOFF-LINE.
           05  FILLER                  PIC X(15) VALUE
               '    SOLDE DEVIS'.
           05  RPO-QUOTE-ID            PIC X(10).
           05  FILLER                  PIC X(12) VALUE ' PENALITES: '.
           05  RPO-LATE-FEES           PIC -ZZZ,ZZ9.99.
           05  FILLER                  PIC X(12) VALUE ' INDEMNITE: '.
           05  RPO-PENALTY             PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(20) VALUE
               ' EXCEDENT A RENDRE: '.
           05  RPO-EXCESS              PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-CONTROL.
           PERFORM 100-INITIALIZE
               MOVE 16 TO RETURN-CODE
           END-IF

           OPEN I-O PAYOFF-QUOTE-FILE
           IF WS-PQL-STATUS = '00'
               MOVE 'Y' TO WS-QUOTE-FILE-FLAG
           ELSE
               DISPLAY 'JOURNAL DES DEVIS ABSENT - PAS DE SOLDE '
                       'SUR DEVIS'
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM 110-LOAD-COA-MAPPING

      *    Seuls les credits 'CR' dont le compte figure au maitre des
      *    prets sont des reglements ; tout le reste du flux appartient
      *    a BANKTRAN et traverse sans effet. Un pret en impaye ('D',
      *    pose par LOANDLQ) continue evidemment d'encaisser. Un
      *    credit qui couvre le devis ouvert du pret le solde.
       200-PROCESS-TRANSACTIONS.
           IF NOT END-OF-TRANSACTIONS
               IF TR-CREDIT
                   PERFORM 210-LOCATE-LOAN
                   IF LOAN-FOUND
                           AND (LN-ACTIVE OR LN-DELINQUENT)
                       PERFORM 215-MATCH-PAYOFF-QUOTE
                       IF PAYOFF-MATCHED
                           PERFORM 270-APPLY-PAYOFF
                       ELSE
                           PERFORM 220-APPLY-ONE-PAYMENT
                       END-IF
                   END-IF
               END-IF
               PERFORM 120-READ-TRANSACTION
      *    introuvable a l'echeancier : interets du mois calcules sur
      *    le solde au taux du contrat, et ligne comptee en exception
      *    d'echeancier.
      *    Le devis ne vaut que pour le capital sur lequel il a ete
      *    etabli : un reglement ordinaire passe entre-temps le rend
      *    caduc. Au-dela de la date de validite, chaque jour ajoute
      *    l'interet journalier du devis au montant exige.
       215-MATCH-PAYOFF-QUOTE.
           MOVE 'N' TO WS-PAYOFF-MATCH-FLAG
           MOVE 'N' TO WS-QUOTE-FOUND-FLAG
           MOVE ZERO TO WS-QT-QUOTE-DATE
           IF QUOTES-AVAILABLE
               MOVE 'N' TO WS-QUOTE-EOF-FLAG
               MOVE LN-ACCOUNT-NUMBER TO PQ-LOAN-NUMBER
               MOVE LOW-VALUES TO PQ-QUOTE-ID
               START PAYOFF-QUOTE-FILE
                   KEY IS GREATER THAN OR EQUAL PQ-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-QUOTE-EOF-FLAG
               END-START
               PERFORM 216-SCAN-ONE-QUOTE
                   UNTIL QUOTE-SCAN-EOF
           END-IF

           IF QUOTE-FOUND
                   AND WS-QT-PRINCIPAL = LN-PRINCIPAL-BALANCE
               IF TR-TRANSACTION-DATE NUMERIC
                       AND TR-TRANSACTION-DATE > ZERO
                   MOVE TR-TRANSACTION-DATE TO WS-RECEIPT-DATE
               ELSE
                   MOVE WS-RUN-DATE TO WS-RECEIPT-DATE
               END-IF
               MOVE ZERO TO WS-DAYS-BEYOND-QUOTE
               IF WS-RECEIPT-DATE > WS-QT-GOOD-THROUGH
                   COMPUTE WS-DAYS-BEYOND-QUOTE =
                       FUNCTION INTEGER-OF-DATE(WS-RECEIPT-DATE)
                       - FUNCTION INTEGER-OF-DATE(WS-QT-GOOD-THROUGH)
               END-IF
               COMPUTE WS-PAYOFF-REQUIRED =
                   WS-QT-TOTAL + WS-QT-PER-DIEM * WS-DAYS-BEYOND-QUOTE
               IF TR-AMOUNT NOT < WS-PAYOFF-REQUIRED
                   MOVE 'Y' TO WS-PAYOFF-MATCH-FLAG
               END-IF
           END-IF.

       216-SCAN-ONE-QUOTE.
           READ PAYOFF-QUOTE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-QUOTE-EOF-FLAG
               NOT AT END
                   IF PQ-LOAN-NUMBER NOT = LN-ACCOUNT-NUMBER
                       MOVE 'Y' TO WS-QUOTE-EOF-FLAG
                   ELSE
                       IF PQ-OPEN
                               AND PQ-QUOTE-DATE NOT < WS-QT-QUOTE-DATE
                           PERFORM 217-KEEP-QUOTE
                       END-IF
                   END-IF
           END-READ.

       217-KEEP-QUOTE.
           MOVE 'Y' TO WS-QUOTE-FOUND-FLAG
           MOVE PQ-KEY TO WS-QT-KEY
           MOVE PQ-QUOTE-DATE TO WS-QT-QUOTE-DATE
           MOVE PQ-GOOD-THROUGH TO WS-QT-GOOD-THROUGH
           MOVE PQ-PRINCIPAL TO WS-QT-PRINCIPAL
           MOVE PQ-INTEREST TO WS-QT-INTEREST
           MOVE PQ-LATE-CHARGES TO WS-QT-LATE-CHARGES
           MOVE PQ-PREPAY-PENALTY TO WS-QT-PENALTY
           MOVE PQ-TOTAL TO WS-QT-TOTAL
           MOVE PQ-PER-DIEM TO WS-QT-PER-DIEM.

       220-APPLY-ONE-PAYMENT.
           MOVE TR-AMOUNT TO WS-PAYMENT-AMOUNT
           MOVE ZERO TO WS-LATE-FEE-PORTION
                        WS-PENALTY-PORTION
           PERFORM 230-FETCH-CURRENT-INSTALLMENT

           IF SCHEDULE-FOUND

      *    Deux pieces par reglement : le volet capital ('LP') et le
      *    volet interets ('LI'), chacun un debit et un credit imputes
      *    par COAMAP. Un volet a zero n'ecrit rien. Le solde sur devis
      *    y ajoute les penalites de retard ('LF') et l'indemnite de
      *    remboursement anticipe ('LX').
       240-EMIT-JOURNAL-SPLIT.
           IF WS-PRINCIPAL-PORTION > ZERO
               MOVE 'LP' TO WS-LEG-TYPE
               MOVE 'LI' TO WS-LEG-TYPE
               MOVE WS-INTEREST-PORTION TO WS-LEG-AMOUNT
               PERFORM 250-WRITE-VOUCHER-PAIR
           END-IF
           IF WS-LATE-FEE-PORTION > ZERO
               MOVE 'LF' TO WS-LEG-TYPE
               MOVE WS-LATE-FEE-PORTION TO WS-LEG-AMOUNT
               PERFORM 250-WRITE-VOUCHER-PAIR
           END-IF
           IF WS-PENALTY-PORTION > ZERO
               MOVE 'LX' TO WS-LEG-TYPE
               MOVE WS-PENALTY-PORTION TO WS-LEG-AMOUNT
               PERFORM 250-WRITE-VOUCHER-PAIR
           END-IF.

      *    Recherche en deux temps comme GLPOST : agence exacte puis

           WRITE LOAN-REPORT-RECORD FROM WS-RPT-PAYMENT-LINE.

      *    Solde sur devis : tout le capital, les interets du devis
      *    plus les jours au-dela de sa validite, les penalites et
      *    l'indemnite. Un excedent n'est pas impute : il est signale
      *    au rapport pour restitution.
       270-APPLY-PAYOFF.
           MOVE TR-AMOUNT TO WS-PAYMENT-AMOUNT
           COMPUTE WS-INTEREST-PORTION =
               WS-QT-INTEREST + WS-QT-PER-DIEM * WS-DAYS-BEYOND-QUOTE
           MOVE WS-QT-LATE-CHARGES TO WS-LATE-FEE-PORTION
           MOVE WS-QT-PENALTY TO WS-PENALTY-PORTION
           MOVE LN-PRINCIPAL-BALANCE TO WS-PRINCIPAL-PORTION
           COMPUTE WS-PAYOFF-EXCESS =
               WS-PAYMENT-AMOUNT - WS-PAYOFF-REQUIRED

           MOVE ZERO TO LN-PRINCIPAL-BALANCE
           MOVE 'P' TO LN-STATUS-CODE
           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'ERREUR REWRITE PRET: ' LN-ACCOUNT-NUMBER
           END-REWRITE

           PERFORM 275-CLOSE-SCHEDULE
           PERFORM 278-MARK-QUOTE-USED

           ADD 1 TO WS-LOANS-PAID-OFF
           ADD 1 TO WS-PAYOFFS-MATCHED
           ADD 1 TO WS-PAYMENTS-APPLIED
           IF WS-PAYOFF-EXCESS > ZERO
               ADD 1 TO WS-PAYOFF-EXCESS-COUNT
           END-IF
           ADD WS-PRINCIPAL-PORTION TO WS-TOTAL-PRINCIPAL
           ADD WS-INTEREST-PORTION TO WS-TOTAL-INTEREST
           ADD WS-LATE-FEE-PORTION TO WS-TOTAL-LATE-FEES
           ADD WS-PENALTY-PORTION TO WS-TOTAL-PENALTIES

           PERFORM 240-EMIT-JOURNAL-SPLIT
           PERFORM 260-WRITE-REPORT-LINE
           PERFORM 265-WRITE-PAYOFF-LINE.

      *    Pret solde : les echeances restantes sont closes et les
      *    penalites de retard encaissees, pour que LOANDLQ et LOANPOQ
      *    ne les voient plus.
       275-CLOSE-SCHEDULE.
           MOVE 'N' TO WS-SCHED-EOF-FLAG
           MOVE LN-ACCOUNT-NUMBER TO LS-ACCOUNT-NUMBER
           MOVE ZERO TO LS-INSTALLMENT-NO
           START AMORTIZATION-SCHEDULE-FILE
               KEY IS GREATER THAN OR EQUAL LS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCHED-EOF-FLAG
           END-START

           PERFORM 276-CLOSE-ONE-INSTALLMENT
               UNTIL SCHED-SCAN-EOF.

       276-CLOSE-ONE-INSTALLMENT.
           READ AMORTIZATION-SCHEDULE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCHED-EOF-FLAG
               NOT AT END
                   IF LS-ACCOUNT-NUMBER NOT = LN-ACCOUNT-NUMBER
                       MOVE 'Y' TO WS-SCHED-EOF-FLAG
                   ELSE
                       IF LS-SCHEDULED OR LS-LATE-CHARGE-OPEN
                           IF LS-SCHEDULED
                               MOVE 'P' TO LS-STATUS-CODE
                               MOVE WS-RUN-DATE TO LS-PAID-DATE
                           END-IF
                           IF LS-LATE-CHARGE-OPEN
                               MOVE 'C' TO LS-LATE-CHARGE-FLAG
                           END-IF
                           REWRITE AMORTIZATION-SCHEDULE-RECORD
                               INVALID KEY
                                   DISPLAY 'ERREUR REWRITE ECHEANCE: '
                                           LS-ACCOUNT-NUMBER
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.

       278-MARK-QUOTE-USED.
           MOVE WS-QT-KEY TO PQ-KEY
           READ PAYOFF-QUOTE-FILE
               KEY IS PQ-KEY
               INVALID KEY
                   DISPLAY 'DEVIS INTROUVABLE: ' WS-QT-KEY
               NOT INVALID KEY
                   MOVE 'U' TO PQ-STATUS
                   MOVE WS-RUN-DATE TO PQ-PAID-DATE
                   MOVE TR-TRANSACTION-ID TO PQ-PAYOFF-TRAN-ID
                   REWRITE PAYOFF-QUOTE-RECORD
                       INVALID KEY
                           DISPLAY 'ERREUR REWRITE DEVIS: ' WS-QT-KEY
                   END-REWRITE
           END-READ.

       265-WRITE-PAYOFF-LINE.
           MOVE WS-QT-KEY(13:10) TO RPO-QUOTE-ID
           MOVE WS-LATE-FEE-PORTION TO RPO-LATE-FEES
           MOVE WS-PENALTY-PORTION TO RPO-PENALTY
           MOVE WS-PAYOFF-EXCESS TO RPO-EXCESS

           WRITE LOAN-REPORT-RECORD FROM WS-RPT-PAYOFF-LINE.

       300-FINALIZE.
           DISPLAY '*** FINALISATION REGLEMENTS DE PRETS ***'

           IF QUOTES-AVAILABLE
               CLOSE PAYOFF-QUOTE-FILE
           END-IF

           CLOSE TRANSACTION-FILE
                 LOAN-MASTER-FILE
                 AMORTIZATION-SCHEDULE-FILE
           DISPLAY 'ECHEANCES INTROUVABLES : ' WS-SCHEDULE-MISSES
           DISPLAY 'CAPITAL APPLIQUE       : ' WS-TOTAL-PRINCIPAL
           DISPLAY 'INTERETS PERCUS        : ' WS-TOTAL-INTEREST
           DISPLAY 'SOLDES SUR DEVIS       : ' WS-PAYOFFS-MATCHED
           DISPLAY 'PENALITES ENCAISSEES   : ' WS-TOTAL-LATE-FEES
           DISPLAY 'INDEMNITES ANTICIPEES  : ' WS-TOTAL-PENALTIES
           DISPLAY 'EXCEDENTS A RENDRE     : ' WS-PAYOFF-EXCESS-COUNT
           DISPLAY 'LIGNES PIECES ECRITES  : ' WS-JOURNAL-LINES
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
               DISPLAY 'PARTIE DOUBLE          : EQUILIBREE'

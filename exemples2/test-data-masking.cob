       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATAMASK.
       AUTHOR. BANKING SYSTEM TEAM.
      ******************************************************************
      * COPIE ANONYMISEE DES DONNEES POUR LES ENVIRONNEMENTS DE TEST    *
      * - Produit, a partir des fichiers de production CUSTOMER-FILE,   *
      *   MASTER-ACCOUNT-FILE, OWNERSHIP-XREF, EMPLOYEE-FILE et         *
      *   EMPLOYEE-BANK-FILE, des copies dechargees (MSK*) dont noms,   *
      *   adresses, telephones, courriels, montants et coordonnees      *
      *   bancaires sont brouilles                                      *
      * - Brouillage deterministe : un meme CUST-ID recoit partout le   *
      *   meme nom de substitution (fiche client et MA-CUSTOMER-NAME de *
      *   ses comptes), un meme compte bancaire le meme numero de       *
      *   substitution, d'un passage a l'autre                          *
      * - Les cles (CUST-ID, MA-ACCOUNT-NUMBER, MA-CUST-ID, EMP-ID) et  *
      *   la table de detention OWNXREF passent telles quelles : tous   *
      *   les liens restent intacts                                     *
      * - Formats preserves : code postal a 5 chiffres (meme prefixe de *
      *   zone), telephone au format NNN-555-01NN, courriel             *
      *   @example.com                                                  *
      * - Montants multiplies par un coefficient propre a la fiche,     *
      *   entre 80 et 120 % mais jamais 100 % : les totaux restent      *
      *   realistes sans qu'aucune fiche ne garde son montant           *
      * - Controle final MSKRPT, zone par zone : une valeur d'origine   *
      *   retrouvee dans une zone masquee (hors montants nuls) rend la  *
      *   copie inutilisable, code retour 16                            *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    DYNAMIC : lecture sequentielle pour la copie, puis lecture
      *    directe pendant la copie des comptes pour retrouver le nom
      *    d'origine du titulaire (meme substitution des deux cotes).
           SELECT CUSTOMER-FILE
               ASSIGN TO CUSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CST-STATUS.

           SELECT MASTER-ACCOUNT-FILE
               ASSIGN TO ACCTIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MA-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT OWNERSHIP-XREF-FILE
               ASSIGN TO OWNXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OX-KEY
               FILE STATUS IS WS-OWN-STATUS.

      *    Fichiers de l'atelier paie : memes noms et meme
      *    organisation que chez EMPLOYEE-PAYROLL.
           SELECT EMPLOYEE-FILE
               ASSIGN TO 'employees.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.

           SELECT EMPLOYEE-BANK-FILE
               ASSIGN TO 'employee-bank.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EBK-STATUS.

      *    Copies anonymisees, dechargees en sequentiel comme les
      *    copies du lot de secours, rechargeables en recette.
           SELECT MASKED-CUSTOMER-FILE
               ASSIGN TO MSKCUST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MCU-STATUS.

           SELECT MASKED-ACCOUNT-FILE
               ASSIGN TO MSKACCT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MAC-STATUS.

           SELECT MASKED-XREF-FILE
               ASSIGN TO MSKXREF
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MOX-STATUS.

           SELECT MASKED-EMPLOYEE-FILE
               ASSIGN TO MSKEMPL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEM-STATUS.

           SELECT MASKED-EMPLOYEE-BANK-FILE
               ASSIGN TO MSKEBNK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEB-STATUS.

           SELECT MASK-REPORT-FILE
               ASSIGN TO MSKRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUSTOMER-RECORD.

       FD  MASTER-ACCOUNT-FILE.
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
           05  MA-OD-FEE-COUNT         PIC 9(03) COMP-3.
           05  MA-STMT-CYCLE-DAY       PIC 9(02).
           05  MA-ACCRUED-INTEREST     PIC S9(11)V99 COMP-3.
           05  MA-LAST-ACCRUAL-DATE    PIC 9(8).
           05  FILLER                  PIC X(8).

      *    Meme disposition que chez ACCTMAINT.
       FD  OWNERSHIP-XREF-FILE
           RECORDING MODE IS F.
       01  OWNERSHIP-XREF-RECORD.
           05  OX-KEY.
               10  OX-ACCOUNT-NUMBER   PIC 9(12).
               10  OX-CUST-ID          PIC 9(10).
           05  OX-ROLE                 PIC X(01).
           05  OX-LINK-DATE            PIC 9(8).
           05  FILLER                  PIC X(9).

      *    Meme disposition que chez EMPLOYEE-PAYROLL.
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD.
           05  EMP-ID                  PIC X(6).
           05  EMP-NAME                PIC X(30).
           05  EMP-DEPARTMENT          PIC X(4).
           05  EMP-LEVEL               PIC 9(2).
           05  HOURS-WORKED            PIC 9(3)V99.
           05  HOURLY-RATE             PIC 9(4)V99.
           05  TAX-CODE                PIC X(1).
           05  OVERTIME-HOURS          PIC 9(3)V99.
           05  BONUS-AMOUNT            PIC 9(6)V99.
           05  EMP-STATUS              PIC X(1).
           05  EMP-TERM-DATE           PIC X(8).
           05  EMP-HIRE-DATE           PIC X(8).
           05  EMP-PAY-FREQ            PIC X(1).
           05  EMP-WORK-LOC            PIC X(4).
           05  EMP-RESIDENT-LOC        PIC X(4).

      *    Meme disposition que chez EMPLOYEE-PAYROLL.
       FD  EMPLOYEE-BANK-FILE.
       01  EMPLOYEE-BANK-RECORD.
           05  EBK-EMP-ID              PIC X(6).
           05  EBK-ACCOUNT-1           PIC 9(12).
           05  EBK-SPLIT-PCT           PIC 9(3).
           05  EBK-ACCOUNT-2           PIC 9(12).
           05  FILLER                  PIC X(7).

       FD  MASKED-CUSTOMER-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  MASKED-CUSTOMER-RECORD      PIC X(246).

       FD  MASKED-ACCOUNT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  MASKED-ACCOUNT-RECORD       PIC X(150).

       FD  MASKED-XREF-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  MASKED-XREF-RECORD          PIC X(40).

       FD  MASKED-EMPLOYEE-FILE.
       01  MASKED-EMPLOYEE-RECORD      PIC X(93).

       FD  MASKED-EMPLOYEE-BANK-FILE.
       01  MASKED-EMPLOYEE-BANK-RECORD PIC X(40).

       FD  MASK-REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  MASK-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-CODES.
           05  WS-CST-STATUS           PIC X(02) VALUE SPACES.
           05  WS-ACCT-STATUS          PIC X(02) VALUE SPACES.
           05  WS-OWN-STATUS           PIC X(02) VALUE SPACES.
           05  WS-EMP-STATUS           PIC X(02) VALUE SPACES.
           05  WS-EBK-STATUS           PIC X(02) VALUE SPACES.
           05  WS-MCU-STATUS           PIC X(02) VALUE SPACES.
           05  WS-MAC-STATUS           PIC X(02) VALUE SPACES.
           05  WS-MOX-STATUS           PIC X(02) VALUE SPACES.
           05  WS-MEM-STATUS           PIC X(02) VALUE SPACES.
           05  WS-MEB-STATUS           PIC X(02) VALUE SPACES.
           05  WS-RPT-STATUS           PIC X(02) VALUE SPACES.

       01  WS-RUN-FIELDS.
           05  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
           05  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
               88  FILE-EOF            VALUE 'Y'.
           05  WS-CUST-OPEN-FLAG       PIC X(01) VALUE 'N'.
               88  CUSTOMER-FILE-OPEN  VALUE 'Y'.
           05  WS-COPY-COUNT           PIC 9(9) COMP-3 VALUE ZERO.
           05  WS-FILE-TAG             PIC X(8) VALUE SPACES.
           05  WS-FILES-COPIED         PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-FILES-ABSENT         PIC 9(3) COMP-3 VALUE ZERO.

      *    Tables de substitution. Noms, prenoms et rues fictifs ; le
      *    rang tire de la cle choisit l'entree.
       01  WS-FIRST-NAME-VALUES.
           05  FILLER                  PIC X(12) VALUE
                   'ALEX        '.
           05  FILLER                  PIC X(12) VALUE
                   'BLAIR       '.
           05  FILLER                  PIC X(12) VALUE
                   'CAMILLE     '.
           05  FILLER                  PIC X(12) VALUE
                   'DOMINIQUE   '.
           05  FILLER                  PIC X(12) VALUE
                   'EDEN        '.
           05  FILLER                  PIC X(12) VALUE
                   'FRANCIS     '.
           05  FILLER                  PIC X(12) VALUE
                   'GABRIEL     '.
           05  FILLER                  PIC X(12) VALUE
                   'HARPER      '.
           05  FILLER                  PIC X(12) VALUE
                   'IRIS        '.
           05  FILLER                  PIC X(12) VALUE
                   'JORDAN      '.
           05  FILLER                  PIC X(12) VALUE
                   'KAI         '.
           05  FILLER                  PIC X(12) VALUE
                   'LOUISE      '.
           05  FILLER                  PIC X(12) VALUE
                   'MORGAN      '.
           05  FILLER                  PIC X(12) VALUE
                   'NOEL        '.
           05  FILLER                  PIC X(12) VALUE
                   'OLIVE       '.
           05  FILLER                  PIC X(12) VALUE
                   'PAT         '.
           05  FILLER                  PIC X(12) VALUE
                   'QUINN       '.
           05  FILLER                  PIC X(12) VALUE
                   'RENE        '.
           05  FILLER                  PIC X(12) VALUE
                   'SACHA       '.
           05  FILLER                  PIC X(12) VALUE
                   'TAYLOR      '.
       01  WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAME-VALUES.
           05  WS-FIRST-NAME           PIC X(12) OCCURS 20 TIMES.

       01  WS-LAST-NAME-VALUES.
           05  FILLER                  PIC X(14) VALUE
                   'ABERNATHY     '.
           05  FILLER                  PIC X(14) VALUE
                   'BELLWETHER    '.
           05  FILLER                  PIC X(14) VALUE
                   'CORBIN        '.
           05  FILLER                  PIC X(14) VALUE
                   'DALLOWAY      '.
           05  FILLER                  PIC X(14) VALUE
                   'ELLSWORTH     '.
           05  FILLER                  PIC X(14) VALUE
                   'FAIRCLOTH     '.
           05  FILLER                  PIC X(14) VALUE
                   'GRANTHAM      '.
           05  FILLER                  PIC X(14) VALUE
                   'HOLLOWAY      '.
           05  FILLER                  PIC X(14) VALUE
                   'IVERSON       '.
           05  FILLER                  PIC X(14) VALUE
                   'JESSUP        '.
           05  FILLER                  PIC X(14) VALUE
                   'KINCAID       '.
           05  FILLER                  PIC X(14) VALUE
                   'LANGFORD      '.
           05  FILLER                  PIC X(14) VALUE
                   'MERRIWEATHER  '.
           05  FILLER                  PIC X(14) VALUE
                   'NORCROSS      '.
           05  FILLER                  PIC X(14) VALUE
                   'OAKLEY        '.
           05  FILLER                  PIC X(14) VALUE
                   'PEMBERTON     '.
           05  FILLER                  PIC X(14) VALUE
                   'QUARLES       '.
           05  FILLER                  PIC X(14) VALUE
                   'ROWNTREE      '.
           05  FILLER                  PIC X(14) VALUE
                   'STANHOPE      '.
           05  FILLER                  PIC X(14) VALUE
                   'THORNBURY     '.
       01  WS-LAST-NAME-TABLE REDEFINES WS-LAST-NAME-VALUES.
           05  WS-LAST-NAME            PIC X(14) OCCURS 20 TIMES.

       01  WS-STREET-NAME-VALUES.
           05  FILLER                  PIC X(12) VALUE
                   'MAPLE AVE   '.
           05  FILLER                  PIC X(12) VALUE
                   'OAK ST      '.
           05  FILLER                  PIC X(12) VALUE
                   'CEDAR LN    '.
           05  FILLER                  PIC X(12) VALUE
                   'ELM ST      '.
           05  FILLER                  PIC X(12) VALUE
                   'BIRCH RD    '.
           05  FILLER                  PIC X(12) VALUE
                   'PINE ST     '.
           05  FILLER                  PIC X(12) VALUE
                   'WILLOW WAY  '.
           05  FILLER                  PIC X(12) VALUE
                   'ASPEN CT    '.
           05  FILLER                  PIC X(12) VALUE
                   'HICKORY DR  '.
           05  FILLER                  PIC X(12) VALUE
                   'SPRUCE ST   '.
           05  FILLER                  PIC X(12) VALUE
                   'LAUREL AVE  '.
           05  FILLER                  PIC X(12) VALUE
                   'POPLAR RD   '.
           05  FILLER                  PIC X(12) VALUE
                   'CHESTNUT ST '.
           05  FILLER                  PIC X(12) VALUE
                   'SYCAMORE LN '.
           05  FILLER                  PIC X(12) VALUE
                   'WALNUT AVE  '.
           05  FILLER                  PIC X(12) VALUE
                   'MAGNOLIA DR '.
           05  FILLER                  PIC X(12) VALUE
                   'JUNIPER CT  '.
           05  FILLER                  PIC X(12) VALUE
                   'ALDER ST    '.
           05  FILLER                  PIC X(12) VALUE
                   'HAWTHORN RD '.
           05  FILLER                  PIC X(12) VALUE
                   'LINDEN AVE  '.
       01  WS-STREET-NAME-TABLE REDEFINES WS-STREET-NAME-VALUES.
           05  WS-STREET-NAME          PIC X(12) OCCURS 20 TIMES.

      *    Graine de brouillage : la cle elle-meme (CUST-ID), ou pour
      *    un EMP-ID alphanumerique son rang dans WS-SEED-ALPHABET,
      *    caractere par caractere.
       01  WS-SEED-FIELDS.
           05  WS-SEED                 PIC 9(12) VALUE ZERO.
           05  WS-SEED-QUOT            PIC 9(12) VALUE ZERO.
           05  WS-SEED-REM             PIC 9(03) VALUE ZERO.
           05  WS-SEED-ALPHABET        PIC X(36) VALUE
               '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           05  WS-CHAR-SUB             PIC 9(02) COMP VALUE ZERO.
           05  WS-CHAR-POS             PIC 9(02) VALUE ZERO.

       01  WS-SUBSTITUTE-FIELDS.
           05  WS-FIRST-SUB            PIC 9(02) COMP VALUE ZERO.
           05  WS-LAST-SUB             PIC 9(02) COMP VALUE ZERO.
           05  WS-STREET-SUB           PIC 9(02) COMP VALUE ZERO.
           05  WS-ORIG-FIRST           PIC X(20) VALUE SPACES.
           05  WS-ORIG-LAST            PIC X(30) VALUE SPACES.
           05  WS-SUB-FIRST            PIC X(20) VALUE SPACES.
           05  WS-SUB-LAST             PIC X(30) VALUE SPACES.
           05  WS-SUB-FULL-NAME        PIC X(50) VALUE SPACES.
           05  WS-STREET-NUMBER        PIC 9(04) VALUE ZERO.
           05  WS-STREET-NUMBER-EDIT   PIC ZZZ9.
           05  WS-ZIP-PREFIX           PIC 9(03) VALUE ZERO.
           05  WS-ZIP-LAST2            PIC 9(03) VALUE ZERO.
           05  WS-PHONE-AREA           PIC X(03) VALUE SPACES.
           05  WS-PHONE-LINE           PIC 9(02) VALUE ZERO.
           05  WS-EMAIL-ID             PIC 9(10) VALUE ZERO.

      *    Coefficient de la fiche, en pourcentage (80 a 120, jamais
      *    100) : les montants d'une meme fiche gardent leurs
      *    proportions (solde disponible / solde courant).
       01  WS-AMOUNT-FIELDS.
           05  WS-SCALE-PCT            PIC 9(03) VALUE ZERO.
           05  WS-AMT-IN               PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           05  WS-AMT-OUT              PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           05  WS-AMT-EDIT             PIC -Z(12)9.99.

      *    Brouillage des numeros de compte : n x 7919 + 104729 modulo
      *    10**12. Le multiplicateur est premier avec 10 (bijection :
      *    deux comptes distincts ne se confondent jamais) et
      *    l'increment impair face a un multiplicateur - 1 pair
      *    interdit tout point fixe : aucun numero ne se retrouve.
       01  WS-ACCOUNT-SCRAMBLE.
           05  WS-ACCT-IN              PIC 9(12) VALUE ZERO.
           05  WS-ACCT-WORK            PIC 9(18) VALUE ZERO.
           05  WS-ACCT-QUOT            PIC 9(06) VALUE ZERO.
           05  WS-ACCT-OUT             PIC 9(12) VALUE ZERO.

      *    Controle des survivants : une ligne par zone masquee.
       01  WS-CHECK-FIELDS.
           05  WS-CHK-SUB              PIC 9(02) COMP VALUE ZERO.
           05  WS-CHK-ORIGINAL         PIC X(60) VALUE SPACES.
           05  WS-CHK-MASKED           PIC X(60) VALUE SPACES.
           05  WS-TOTAL-SURVIVORS      PIC 9(9) COMP-3 VALUE ZERO.

       01  WS-FIELD-CHECK-VALUES.
           05  FILLER PIC X(28) VALUE 'CUSTFILECUST-FIRST-NAME     '.
           05  FILLER PIC X(28) VALUE 'CUSTFILECUST-LAST-NAME      '.
           05  FILLER PIC X(28) VALUE 'CUSTFILECUST-STREET         '.
           05  FILLER PIC X(28) VALUE 'CUSTFILECUST-ZIP            '.
           05  FILLER PIC X(28) VALUE 'CUSTFILECUST-PHONE          '.
           05  FILLER PIC X(28) VALUE 'CUSTFILECUST-EMAIL          '.
           05  FILLER PIC X(28) VALUE 'CUSTFILECUST-BALANCE        '.
           05  FILLER PIC X(28) VALUE 'CUSTFILECUST-CREDIT-LIMIT   '.
           05  FILLER PIC X(28) VALUE 'ACCTIN  MA-CUSTOMER-NAME    '.
           05  FILLER PIC X(28) VALUE 'ACCTIN  MA-CURRENT-BALANCE  '.
           05  FILLER PIC X(28) VALUE 'ACCTIN  MA-AVAILABLE-BALANCE'.
           05  FILLER PIC X(28) VALUE 'ACCTIN  MA-OVERDRAFT-LIMIT  '.
           05  FILLER PIC X(28) VALUE 'ACCTIN  MA-ACCRUED-INTEREST '.
           05  FILLER PIC X(28) VALUE 'EMPFILE EMP-NAME            '.
           05  FILLER PIC X(28) VALUE 'EMPFILE HOURLY-RATE         '.
           05  FILLER PIC X(28) VALUE 'EMPFILE BONUS-AMOUNT        '.
           05  FILLER PIC X(28) VALUE 'EMPBANK EBK-ACCOUNT-1       '.
           05  FILLER PIC X(28) VALUE 'EMPBANK EBK-ACCOUNT-2       '.
       01  WS-FIELD-CHECK-TABLE REDEFINES WS-FIELD-CHECK-VALUES.
           05  WS-FCK-ENTRY OCCURS 18 TIMES.
               10  WS-FCK-FILE-TAG     PIC X(08).
               10  WS-FCK-FIELD-NAME   PIC X(20).
       01  WS-FIELD-CHECK-COUNTS.
           05  WS-FCK-COUNT-ENTRY OCCURS 18 TIMES.
               10  WS-FCK-MASKED       PIC 9(9) COMP-3.
               10  WS-FCK-SURVIVORS    PIC 9(9) COMP-3.

       01  WS-REPORT-LINES.
           05  WS-RPT-HEADER-1.
               10  FILLER              PIC X(40) VALUE
                   'COPIE ANONYMISEE - CONTROLE DU '.
               10  RH1-RUN-DATE        PIC 9(8).
               10  FILLER              PIC X(84) VALUE SPACES.
           05  WS-RPT-HEADER-2.
               10  FILLER              PIC X(10) VALUE 'FICHIER'.
               10  FILLER              PIC X(22) VALUE 'ZONE'.
               10  FILLER              PIC X(26) VALUE
                   ' MASQUEES  SURVIVANTES'.
               10  FILLER              PIC X(12) VALUE 'VERDICT'.
               10  FILLER              PIC X(62) VALUE SPACES.
           05  WS-RPT-DETAIL.
               10  RD-FILE-TAG         PIC X(8).
               10  FILLER              PIC X(2) VALUE SPACES.
               10  RD-FIELD-NAME       PIC X(20).
               10  FILLER              PIC X(2) VALUE SPACES.
               10  RD-MASKED           PIC ZZZ,ZZZ,ZZ9.
               10  FILLER              PIC X(2) VALUE SPACES.
               10  RD-SURVIVORS        PIC ZZZ,ZZZ,ZZ9.
               10  FILLER              PIC X(2) VALUE SPACES.
               10  RD-VERDICT          PIC X(20).
               10  FILLER              PIC X(54) VALUE SPACES.
           05  WS-RPT-FILE-LINE.
               10  RF-FILE-TAG         PIC X(8).
               10  FILLER              PIC X(2) VALUE SPACES.
               10  RF-TEXT             PIC X(22).
               10  RF-COUNT            PIC ZZZ,ZZZ,ZZ9.
               10  FILLER              PIC X(89) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-CONTROL.
           PERFORM 100-INITIALIZE
           PERFORM 200-MASK-CUSTOMERS
           PERFORM 300-MASK-ACCOUNTS
           PERFORM 400-COPY-OWNERSHIP-XREF
           PERFORM 500-MASK-EMPLOYEES
           PERFORM 600-MASK-EMPLOYEE-BANK
           PERFORM 900-FINALIZE
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN OUTPUT MASK-REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RAPPORT MSKRPT: '
                       WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 110-CLEAR-CHECK-COUNT
               VARYING WS-CHK-SUB FROM 1 BY 1
               UNTIL WS-CHK-SUB > 18

           MOVE WS-RUN-DATE TO RH1-RUN-DATE
           WRITE MASK-REPORT-LINE FROM WS-RPT-HEADER-1
           MOVE SPACES TO MASK-REPORT-LINE
           WRITE MASK-REPORT-LINE

           DISPLAY 'COPIE ANONYMISEE POUR LA RECETTE - ' WS-RUN-DATE.

       110-CLEAR-CHECK-COUNT.
           MOVE ZERO TO WS-FCK-MASKED(WS-CHK-SUB)
                        WS-FCK-SURVIVORS(WS-CHK-SUB).

      ******************************************************************
      * CLIENTS
      ******************************************************************
       200-MASK-CUSTOMERS.
           MOVE 'CUSTFILE' TO WS-FILE-TAG
           MOVE ZERO TO WS-COPY-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CUSTOMER-FILE
           IF WS-CST-STATUS NOT = '00'
               PERFORM 280-RECORD-ABSENT-FILE
           ELSE
               MOVE 'Y' TO WS-CUST-OPEN-FLAG
               OPEN OUTPUT MASKED-CUSTOMER-FILE
               PERFORM 210-MASK-ONE-CUSTOMER
                   UNTIL FILE-EOF
               CLOSE MASKED-CUSTOMER-FILE
               PERFORM 285-RECORD-COPIED-FILE
           END-IF.

      *    La zone d'enregistrement est masquee sur place : la copie
      *    n'est jamais recrite dans le fichier de production.
       210-MASK-ONE-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-COPY-COUNT
                   MOVE CUST-ID TO WS-SEED
                   MOVE CUST-FIRST-NAME TO WS-ORIG-FIRST
                   MOVE CUST-LAST-NAME TO WS-ORIG-LAST
                   PERFORM 800-BUILD-SUBSTITUTE-NAME
                   PERFORM 220-MASK-CUSTOMER-FIELDS
                   MOVE CUSTOMER-RECORD TO MASKED-CUSTOMER-RECORD
                   WRITE MASKED-CUSTOMER-RECORD
           END-READ.

       220-MASK-CUSTOMER-FIELDS.
           MOVE CUST-FIRST-NAME TO WS-CHK-ORIGINAL
           MOVE WS-SUB-FIRST TO CUST-FIRST-NAME
           MOVE CUST-FIRST-NAME TO WS-CHK-MASKED
           MOVE 1 TO WS-CHK-SUB
           PERFORM 700-CHECK-FIELD

           MOVE CUST-LAST-NAME TO WS-CHK-ORIGINAL
           MOVE WS-SUB-LAST TO CUST-LAST-NAME
           MOVE CUST-LAST-NAME TO WS-CHK-MASKED
           MOVE 2 TO WS-CHK-SUB
           PERFORM 700-CHECK-FIELD

      *    Rue fictive ; ville et etat sont gardes (maille trop large
      *    pour identifier quiconque, et coherents avec le code
      *    postal).
           MOVE CUST-STREET TO WS-CHK-ORIGINAL
           DIVIDE WS-SEED BY 9000 GIVING WS-SEED-QUOT
               REMAINDER WS-STREET-NUMBER
           ADD 100 TO WS-STREET-NUMBER
           MOVE WS-STREET-NUMBER TO WS-STREET-NUMBER-EDIT
           DIVIDE WS-SEED BY 20 GIVING WS-SEED-QUOT
               REMAINDER WS-SEED-REM
           COMPUTE WS-STREET-SUB = WS-SEED-REM + 1
           MOVE SPACES TO CUST-STREET
           STRING WS-STREET-NUMBER-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-STREET-NAME(WS-STREET-SUB) DELIMITED BY SIZE
               INTO CUST-STREET
           MOVE CUST-STREET TO WS-CHK-MASKED
           MOVE 3 TO WS-CHK-SUB
           PERFORM 700-CHECK-FIELD

      *    Code postal : meme prefixe de zone a 3 chiffres, les deux
      *    derniers decales de 1 a 98 - jamais le code d'origine.
           MOVE CUST-ZIP TO WS-CHK-ORIGINAL
           DIVIDE CUST-ZIP BY 100 GIVING WS-ZIP-PREFIX
               REMAINDER WS-ZIP-LAST2
           DIVIDE WS-SEED BY 98 GIVING WS-SEED-QUOT
               REMAINDER WS-SEED-REM
           COMPUTE WS-ZIP-LAST2 = WS-ZIP-LAST2 + 1 + WS-SEED-REM
           IF WS-ZIP-LAST2 > 99
               SUBTRACT 100 FROM WS-ZIP-LAST2
           END-IF
           COMPUTE CUST-ZIP = WS-ZIP-PREFIX * 100 + WS-ZIP-LAST2
           MOVE CUST-ZIP TO WS-CHK-MASKED
           MOVE 4 TO WS-CHK-SUB
           PERFORM 700-CHECK-FIELD

      *    Telephone dans la tranche 555-01NN reservee aux numeros
      *    fictifs ; l'indicatif est garde s'il est numerique.
           MOVE CUST-PHONE TO WS-CHK-ORIGINAL
           IF CUST-PHONE(1:3) IS NUMERIC
               MOVE CUST-PHONE(1:3) TO WS-PHONE-AREA
           ELSE
               MOVE '212' TO WS-PHONE-AREA
           END-IF
           DIVIDE WS-SEED BY 100 GIVING WS-SEED-QUOT
               REMAINDER WS-PHONE-LINE
           MOVE SPACES TO CUST-PHONE
           STRING WS-PHONE-AREA DELIMITED BY SIZE
                  '-555-01' DELIMITED BY SIZE
                  WS-PHONE-LINE DELIMITED BY SIZE
               INTO CUST-PHONE
           MOVE CUST-PHONE TO WS-CHK-MASKED
           MOVE 5 TO WS-CHK-SUB
           PERFORM 700-CHECK-FIELD

           MOVE CUST-EMAIL TO WS-CHK-ORIGINAL
           MOVE CUST-ID TO WS-EMAIL-ID
           MOVE SPACES TO CUST-EMAIL
           STRING 'client' DELIMITED BY SIZE
                  WS-EMAIL-ID DELIMITED BY SIZE
                  '@example.com' DELIMITED BY SIZE
               INTO CUST-EMAIL
           MOVE CUST-EMAIL TO WS-CHK-MASKED
           MOVE 6 TO WS-CHK-SUB
           PERFORM 700-CHECK-FIELD

           PERFORM 810-SET-SCALE-PCT

           MOVE CUST-BALANCE TO WS-AMT-IN
           PERFORM 820-SCALE-AMOUNT
           MOVE WS-AMT-OUT TO CUST-BALANCE
           MOVE 7 TO WS-CHK-SUB
           PERFORM 710-CHECK-AMOUNT

           MOVE CUST-CREDIT-LIMIT TO WS-AMT-IN
           PERFORM 820-SCALE-AMOUNT
           MOVE WS-AMT-OUT TO CUST-CREDIT-LIMIT
           MOVE 8 TO WS-CHK-SUB
           PERFORM 710-CHECK-AMOUNT.

       280-RECORD-ABSENT-FILE.
           DISPLAY '*** FICHIER ILLISIBLE, NON COPIE: '
                   WS-FILE-TAG ' ***'
           ADD 1 TO WS-FILES-ABSENT
           MOVE SPACES TO WS-RPT-FILE-LINE
           MOVE WS-FILE-TAG TO RF-FILE-TAG
           MOVE 'ILLISIBLE, NON COPIE' TO RF-TEXT
           MOVE ZERO TO RF-COUNT
           WRITE MASK-REPORT-LINE FROM WS-RPT-FILE-LINE.

       285-RECORD-COPIED-FILE.
           ADD 1 TO WS-FILES-COPIED
           MOVE SPACES TO WS-RPT-FILE-LINE
           MOVE WS-FILE-TAG TO RF-FILE-TAG
           MOVE 'ENREGISTREMENTS COPIES' TO RF-TEXT
           MOVE WS-COPY-COUNT TO RF-COUNT
           WRITE MASK-REPORT-LINE FROM WS-RPT-FILE-LINE
           DISPLAY WS-FILE-TAG ': ' WS-COPY-COUNT
                   ' ENREGISTREMENTS COPIES'.

      ******************************************************************
      * COMPTES : LE NOM DU TITULAIRE EST CELUI DONNE A SA FICHE CLIENT
      ******************************************************************
       300-MASK-ACCOUNTS.
           MOVE 'ACCTIN' TO WS-FILE-TAG
           MOVE ZERO TO WS-COPY-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT MASTER-ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = '00'
               PERFORM 280-RECORD-ABSENT-FILE
           ELSE
               OPEN OUTPUT MASKED-ACCOUNT-FILE
               PERFORM 310-MASK-ONE-ACCOUNT
                   UNTIL FILE-EOF
               CLOSE MASTER-ACCOUNT-FILE
                     MASKED-ACCOUNT-FILE
               PERFORM 285-RECORD-COPIED-FILE
           END-IF

           IF CUSTOMER-FILE-OPEN
               CLOSE CUSTOMER-FILE
           END-IF.

       310-MASK-ONE-ACCOUNT.
           READ MASTER-ACCOUNT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-COPY-COUNT
                   PERFORM 320-MASK-ACCOUNT-FIELDS
                   MOVE MASTER-ACCOUNT-RECORD
                       TO MASKED-ACCOUNT-RECORD
                   WRITE MASKED-ACCOUNT-RECORD
           END-READ.

      *    Le nom d'origine du titulaire est relu dans CUSTOMER-FILE
      *    pour que le nom de substitution soit exactement celui de
      *    sa fiche client, meme quand celui-ci a du etre decale.
       320-MASK-ACCOUNT-FIELDS.
           MOVE MA-CUST-ID TO WS-SEED
           MOVE SPACES TO WS-ORIG-FIRST
                          WS-ORIG-LAST
           IF CUSTOMER-FILE-OPEN
               MOVE MA-CUST-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-FIRST-NAME TO WS-ORIG-FIRST
                       MOVE CUST-LAST-NAME TO WS-ORIG-LAST
               END-READ
           END-IF
           PERFORM 800-BUILD-SUBSTITUTE-NAME

           MOVE MA-CUSTOMER-NAME TO WS-CHK-ORIGINAL
           MOVE WS-SUB-FULL-NAME TO MA-CUSTOMER-NAME
           MOVE MA-CUSTOMER-NAME TO WS-CHK-MASKED
           MOVE 9 TO WS-CHK-SUB
           PERFORM 700-CHECK-FIELD

      *    Coefficient tire du numero de compte : deux comptes d'un
      *    meme client ne varient pas du meme pourcentage.
           MOVE MA-ACCOUNT-NUMBER TO WS-SEED
           PERFORM 810-SET-SCALE-PCT

           MOVE MA-CURRENT-BALANCE TO WS-AMT-IN
           PERFORM 820-SCALE-AMOUNT
           MOVE WS-AMT-OUT TO MA-CURRENT-BALANCE
           MOVE 10 TO WS-CHK-SUB
           PERFORM 710-CHECK-AMOUNT

           MOVE MA-AVAILABLE-BALANCE TO WS-AMT-IN
           PERFORM 820-SCALE-AMOUNT
           MOVE WS-AMT-OUT TO MA-AVAILABLE-BALANCE
           MOVE 11 TO WS-CHK-SUB
           PERFORM 710-CHECK-AMOUNT

           MOVE MA-OVERDRAFT-LIMIT TO WS-AMT-IN
           PERFORM 820-SCALE-AMOUNT
           MOVE WS-AMT-OUT TO MA-OVERDRAFT-LIMIT
           MOVE 12 TO WS-CHK-SUB
           PERFORM 710-CHECK-AMOUNT

           MOVE MA-ACCRUED-INTEREST TO WS-AMT-IN
           PERFORM 820-SCALE-AMOUNT
           MOVE WS-AMT-OUT TO MA-ACCRUED-INTEREST
           MOVE 13 TO WS-CHK-SUB
           PERFORM 710-CHECK-AMOUNT.

      ******************************************************************
      * TABLE DE DETENTION : CLES SEULEMENT, COPIEE TELLE QUELLE
      ******************************************************************
       400-COPY-OWNERSHIP-XREF.
           MOVE 'OWNXREF' TO WS-FILE-TAG
           MOVE ZERO TO WS-COPY-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT OWNERSHIP-XREF-FILE
           IF WS-OWN-STATUS NOT = '00'
               PERFORM 280-RECORD-ABSENT-FILE
           ELSE
               OPEN OUTPUT MASKED-XREF-FILE
               PERFORM 410-COPY-ONE-LINK
                   UNTIL FILE-EOF
               CLOSE OWNERSHIP-XREF-FILE
                     MASKED-XREF-FILE
               PERFORM 285-RECORD-COPIED-FILE
           END-IF.

       410-COPY-ONE-LINK.
           READ OWNERSHIP-XREF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-COPY-COUNT
                   MOVE OWNERSHIP-XREF-RECORD TO MASKED-XREF-RECORD
                   WRITE MASKED-XREF-RECORD
           END-READ.

      ******************************************************************
      * SALARIES ET LEURS COMPTES DE VERSEMENT
      ******************************************************************
       500-MASK-EMPLOYEES.
           MOVE 'EMPFILE' TO WS-FILE-TAG
           MOVE ZERO TO WS-COPY-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-STATUS NOT = '00'
               PERFORM 280-RECORD-ABSENT-FILE
           ELSE
               OPEN OUTPUT MASKED-EMPLOYEE-FILE
               PERFORM 510-MASK-ONE-EMPLOYEE
                   UNTIL FILE-EOF
               CLOSE EMPLOYEE-FILE
                     MASKED-EMPLOYEE-FILE
               PERFORM 285-RECORD-COPIED-FILE
           END-IF.

       510-MASK-ONE-EMPLOYEE.
           READ EMPLOYEE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-COPY-COUNT
                   PERFORM 520-MASK-EMPLOYEE-FIELDS
                   MOVE EMPLOYEE-RECORD TO MASKED-EMPLOYEE-RECORD
                   WRITE MASKED-EMPLOYEE-RECORD
           END-READ.

      *    EMP-NAME est d'une seule piece : la comparaison porte sur
      *    le nom complet, et la graine est decalee d'un rang si le
      *    nom de substitution tombait sur le vrai.
       520-MASK-EMPLOYEE-FIELDS.
           PERFORM 830-EMPLOYEE-SEED
           MOVE SPACES TO WS-ORIG-FIRST
                          WS-ORIG-LAST
           PERFORM 800-BUILD-SUBSTITUTE-NAME
           IF WS-SUB-FULL-NAME = EMP-NAME
               ADD 1 TO WS-SEED
               PERFORM 800-BUILD-SUBSTITUTE-NAME
           END-IF

           MOVE EMP-NAME TO WS-CHK-ORIGINAL
           MOVE WS-SUB-FULL-NAME TO EMP-NAME
           MOVE EMP-NAME TO WS-CHK-MASKED
           MOVE 14 TO WS-CHK-SUB
           PERFORM 700-CHECK-FIELD

           PERFORM 810-SET-SCALE-PCT

           MOVE HOURLY-RATE TO WS-AMT-IN
           PERFORM 820-SCALE-AMOUNT
           MOVE WS-AMT-OUT TO HOURLY-RATE
           MOVE 15 TO WS-CHK-SUB
           PERFORM 710-CHECK-AMOUNT

           MOVE BONUS-AMOUNT TO WS-AMT-IN
           PERFORM 820-SCALE-AMOUNT
           MOVE WS-AMT-OUT TO BONUS-AMOUNT
           MOVE 16 TO WS-CHK-SUB
           PERFORM 710-CHECK-AMOUNT.

       600-MASK-EMPLOYEE-BANK.
           MOVE 'EMPBANK' TO WS-FILE-TAG
           MOVE ZERO TO WS-COPY-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT EMPLOYEE-BANK-FILE
           IF WS-EBK-STATUS NOT = '00'
               PERFORM 280-RECORD-ABSENT-FILE
           ELSE
               OPEN OUTPUT MASKED-EMPLOYEE-BANK-FILE
               PERFORM 610-MASK-ONE-BANK-RECORD
                   UNTIL FILE-EOF
               CLOSE EMPLOYEE-BANK-FILE
                     MASKED-EMPLOYEE-BANK-FILE
               PERFORM 285-RECORD-COPIED-FILE
           END-IF.

      *    Un second compte a zero (pas de repartition) reste a zero.
       610-MASK-ONE-BANK-RECORD.
           READ EMPLOYEE-BANK-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-COPY-COUNT
                   IF EBK-ACCOUNT-1 NOT = ZERO
                       MOVE EBK-ACCOUNT-1 TO WS-ACCT-IN
                       PERFORM 840-SCRAMBLE-ACCOUNT
                       MOVE WS-ACCT-OUT TO EBK-ACCOUNT-1
                       MOVE 17 TO WS-CHK-SUB
                       PERFORM 720-CHECK-ACCOUNT
                   END-IF
                   IF EBK-ACCOUNT-2 NOT = ZERO
                       MOVE EBK-ACCOUNT-2 TO WS-ACCT-IN
                       PERFORM 840-SCRAMBLE-ACCOUNT
                       MOVE WS-ACCT-OUT TO EBK-ACCOUNT-2
                       MOVE 18 TO WS-CHK-SUB
                       PERFORM 720-CHECK-ACCOUNT
                   END-IF
                   MOVE EMPLOYEE-BANK-RECORD
                       TO MASKED-EMPLOYEE-BANK-RECORD
                   WRITE MASKED-EMPLOYEE-BANK-RECORD
           END-READ.

      ******************************************************************
      * CONTROLE DES SURVIVANTS
      ******************************************************************
       700-CHECK-FIELD.
           ADD 1 TO WS-FCK-MASKED(WS-CHK-SUB)
           IF WS-CHK-ORIGINAL = WS-CHK-MASKED
               ADD 1 TO WS-FCK-SURVIVORS(WS-CHK-SUB)
           END-IF.

      *    Un montant nul reste nul et n'est pas compte : il ne
      *    revele rien.
       710-CHECK-AMOUNT.
           IF WS-AMT-IN NOT = ZERO
               MOVE WS-AMT-IN TO WS-AMT-EDIT
               MOVE WS-AMT-EDIT TO WS-CHK-ORIGINAL
               MOVE WS-AMT-OUT TO WS-AMT-EDIT
               MOVE WS-AMT-EDIT TO WS-CHK-MASKED
               PERFORM 700-CHECK-FIELD
           END-IF.

       720-CHECK-ACCOUNT.
           MOVE WS-ACCT-IN TO WS-CHK-ORIGINAL
           MOVE WS-ACCT-OUT TO WS-CHK-MASKED
           PERFORM 700-CHECK-FIELD.

      ******************************************************************
      * SUBSTITUTIONS
      ******************************************************************
      *    Prenom au rang (graine modulo 20), nom au rang suivant
      *    (graine / 20, modulo 20) ; une entree qui tomberait sur la
      *    vraie valeur passe a la suivante.
       800-BUILD-SUBSTITUTE-NAME.
           DIVIDE WS-SEED BY 20 GIVING WS-SEED-QUOT
               REMAINDER WS-SEED-REM
           COMPUTE WS-FIRST-SUB = WS-SEED-REM + 1
           DIVIDE WS-SEED-QUOT BY 20 GIVING WS-SEED-QUOT
               REMAINDER WS-SEED-REM
           COMPUTE WS-LAST-SUB = WS-SEED-REM + 1

           MOVE WS-FIRST-NAME(WS-FIRST-SUB) TO WS-SUB-FIRST
           IF WS-SUB-FIRST = WS-ORIG-FIRST
               ADD 1 TO WS-FIRST-SUB
               IF WS-FIRST-SUB > 20
                   MOVE 1 TO WS-FIRST-SUB
               END-IF
               MOVE WS-FIRST-NAME(WS-FIRST-SUB) TO WS-SUB-FIRST
           END-IF

           MOVE WS-LAST-NAME(WS-LAST-SUB) TO WS-SUB-LAST
           IF WS-SUB-LAST = WS-ORIG-LAST
               ADD 1 TO WS-LAST-SUB
               IF WS-LAST-SUB > 20
                   MOVE 1 TO WS-LAST-SUB
               END-IF
               MOVE WS-LAST-NAME(WS-LAST-SUB) TO WS-SUB-LAST
           END-IF

           MOVE SPACES TO WS-SUB-FULL-NAME
           STRING WS-SUB-FIRST DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-SUB-LAST DELIMITED BY SPACE
               INTO WS-SUB-FULL-NAME.

       810-SET-SCALE-PCT.
           DIVIDE WS-SEED BY 41 GIVING WS-SEED-QUOT
               REMAINDER WS-SEED-REM
           COMPUTE WS-SCALE-PCT = 80 + WS-SEED-REM
           IF WS-SCALE-PCT = 100
               MOVE 117 TO WS-SCALE-PCT
           END-IF.

      *    Un petit montant que l'arrondi ramenerait a sa valeur
      *    d'origine est pousse d'une unite.
       820-SCALE-AMOUNT.
           COMPUTE WS-AMT-OUT ROUNDED
               = WS-AMT-IN * WS-SCALE-PCT / 100
           IF WS-AMT-OUT = WS-AMT-IN AND WS-AMT-IN NOT = ZERO
               ADD 1 TO WS-AMT-OUT
           END-IF.

       830-EMPLOYEE-SEED.
           MOVE ZERO TO WS-SEED
           PERFORM 835-ADD-SEED-CHARACTER
               VARYING WS-CHAR-SUB FROM 1 BY 1
               UNTIL WS-CHAR-SUB > 6.

       835-ADD-SEED-CHARACTER.
           MOVE ZERO TO WS-CHAR-POS
           INSPECT WS-SEED-ALPHABET TALLYING WS-CHAR-POS
               FOR CHARACTERS BEFORE INITIAL EMP-ID(WS-CHAR-SUB:1)
           COMPUTE WS-SEED = WS-SEED * 37 + WS-CHAR-POS.

       840-SCRAMBLE-ACCOUNT.
           COMPUTE WS-ACCT-WORK = WS-ACCT-IN * 7919 + 104729
           DIVIDE WS-ACCT-WORK BY 1000000000000
               GIVING WS-ACCT-QUOT
               REMAINDER WS-ACCT-OUT.

      ******************************************************************
      * RAPPORT DE CONTROLE ET RESUME
      ******************************************************************
       900-FINALIZE.
           MOVE SPACES TO MASK-REPORT-LINE
           WRITE MASK-REPORT-LINE
           WRITE MASK-REPORT-LINE FROM WS-RPT-HEADER-2
           MOVE SPACES TO MASK-REPORT-LINE
           WRITE MASK-REPORT-LINE

           PERFORM 910-REPORT-ONE-FIELD
               VARYING WS-CHK-SUB FROM 1 BY 1
               UNTIL WS-CHK-SUB > 18

           MOVE SPACES TO MASK-REPORT-LINE
           WRITE MASK-REPORT-LINE
           IF WS-TOTAL-SURVIVORS = ZERO
               MOVE 'AUCUNE VALEUR D''ORIGINE DANS LES ZONES MASQUEES'
                   TO MASK-REPORT-LINE
           ELSE
               MOVE '*** VALEURS D''ORIGINE RETROUVEES - NE PAS LIVRER'
                   TO MASK-REPORT-LINE
           END-IF
           WRITE MASK-REPORT-LINE
           CLOSE MASK-REPORT-FILE

           DISPLAY ' '
           DISPLAY '========================================'
           DISPLAY 'COPIE ANONYMISEE - RESUME'
           DISPLAY '========================================'
           DISPLAY 'FICHIERS COPIES      : ' WS-FILES-COPIED
           DISPLAY 'FICHIERS ILLISIBLES  : ' WS-FILES-ABSENT
           DISPLAY 'VALEURS SURVIVANTES  : ' WS-TOTAL-SURVIVORS
           IF WS-TOTAL-SURVIVORS = ZERO
               DISPLAY 'AUCUNE VALEUR D''ORIGINE DANS LES ZONES '
                       'MASQUEES'
               IF WS-FILES-ABSENT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY '*** VALEURS D''ORIGINE RETROUVEES - '
                       'NE PAS LIVRER ***'
               MOVE 16 TO RETURN-CODE
           END-IF
           DISPLAY '========================================'.

       910-REPORT-ONE-FIELD.
           MOVE WS-FCK-FILE-TAG(WS-CHK-SUB) TO RD-FILE-TAG
           MOVE WS-FCK-FIELD-NAME(WS-CHK-SUB) TO RD-FIELD-NAME
           MOVE WS-FCK-MASKED(WS-CHK-SUB) TO RD-MASKED
           MOVE WS-FCK-SURVIVORS(WS-CHK-SUB) TO RD-SURVIVORS
           IF WS-FCK-SURVIVORS(WS-CHK-SUB) = ZERO
               MOVE 'CONFORME' TO RD-VERDICT
           ELSE
               MOVE 'VALEURS SURVIVANTES' TO RD-VERDICT
               ADD WS-FCK-SURVIVORS(WS-CHK-SUB)
                   TO WS-TOTAL-SURVIVORS
           END-IF
           WRITE MASK-REPORT-LINE FROM WS-RPT-DETAIL.

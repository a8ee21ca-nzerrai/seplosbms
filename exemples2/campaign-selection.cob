       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPSEL.
       AUTHOR. BANKING SYSTEM TEAM.
      ******************************************************************
      * SELECTION DE CLIENTS POUR UNE CAMPAGNE MARKETING                *
      * - Remplace les requetes ponctuelles ecrites a chaque demande    *
      *   du marketing : la cible est decrite dans un fichier de        *
      *   criteres CAMPCRIT (en-tete de campagne + criteres)            *
      * - Criteres, tous cumulatifs : types de compte detenus ou non,   *
      *   tranches de solde (par type ou relation totale), palier de    *
      *   relation RELTIER, appartenance a un menage HSEHOLD, agence,   *
      *   anciennete de la relation en mois                             *
      * - Meme jonction que CUST360 : comptes de ACCTIN tries par       *
      *   client, comptes joints relaches pour chaque cotitulaire       *
      *   (OWNXREF), fiche CUSTFILE et menage confirme (HSETOTL)        *
      * - Suppressions, dans l'ordre : fiche absente ou fusionnee,      *
      *   hors criteres, deces, compte gele ou fiche suspendue,         *
      *   concordance sanctions (SANCHITS de WATCHSCN), dormance        *
      *   (DORMANT d'ACCTSWEEP), pas de consentement pour le canal      *
      *   (CUST-MKT-CONSENT), coordonnee du canal absente, contact      *
      *   recent (CONTACTS de NOTIFGEN)                                 *
      * - Sorties : liste de contacts du canal (CAMPLIST), cascade des  *
      *   effectifs retires par chaque regle (CAMPRPT), et un contact   *
      *   'MK' par client retenu ajoute a l'historique CONTACTS         *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Criteres de la campagne : obligatoire.
           SELECT CRITERIA-FILE
               ASSIGN TO CAMPCRIT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CRT-STATUS.

           SELECT MASTER-ACCOUNT-FILE
               ASSIGN TO ACCTIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MA-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO CUSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CST-STATUS.

      *    Table croisee de detention tenue par ACCTMAINT.
           SELECT OWNERSHIP-XREF-FILE
               ASSIGN TO OWNXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OX-KEY
               FILE STATUS IS WS-OWN-STATUS.

      *    Menages de HSEHOLD.
           SELECT HOUSEHOLD-XREF-FILE
               ASSIGN TO HSEXREF
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HHX-STATUS.

           SELECT HOUSEHOLD-TOTAL-FILE
               ASSIGN TO HSETOTL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HHT-STATUS.

      *    Paliers de relation produits par RELTIER.
           SELECT TIER-FILE
               ASSIGN TO RELTIERS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TIR-STATUS.

      *    Sortie DORMANT d'ACCTSWEEP.
           SELECT DORMANT-ACCOUNT-FILE
               ASSIGN TO DORMANT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DRM-STATUS.

      *    Rapport des concordances de WATCHSCN.
           SELECT SANCTION-HIT-FILE
               ASSIGN TO SANCHITS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SAN-STATUS.

      *    Historique des contacts tenu par NOTIFGEN : lu pour la
      *    regle de contact recent, puis complete des contacts 'MK'.
           SELECT CONTACT-HISTORY-FILE
               ASSIGN TO CONTACTS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTC-STATUS.

           SELECT SORT-CAMP-FILE
               ASSIGN TO SRTCAMP.

           SELECT CAMPAIGN-LIST-FILE
               ASSIGN TO CAMPLIST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LST-STATUS.

           SELECT CAMPAIGN-REPORT-FILE
               ASSIGN TO CAMPRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Un enregistrement par critere, identifie par son type :
      *    'H' en-tete de campagne (un seul, obligatoire), 'T' type de
      *    compte detenu ('Y') ou non ('N'), 'B' tranche de solde
      *    (type a blanc = relation totale, maximum a zero = sans
      *    plafond), 'R' liste de paliers, 'M' menage, 'A' liste
      *    d'agences, 'D' anciennete en mois. Plusieurs 'R' ou 'A'
      *    allongent la liste ; tous les criteres se cumulent.
       FD  CRITERIA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CRITERIA-RECORD.
           05  CR-RECORD-TYPE          PIC X(01).
               88  CR-IS-HEADER        VALUE 'H'.
               88  CR-IS-TYPE          VALUE 'T'.
               88  CR-IS-BALANCE       VALUE 'B'.
               88  CR-IS-TIER          VALUE 'R'.
               88  CR-IS-HOUSEHOLD     VALUE 'M'.
               88  CR-IS-BRANCH        VALUE 'A'.
               88  CR-IS-TENURE        VALUE 'D'.
           05  CR-BODY                 PIC X(79).
           05  CR-HEADER-BODY REDEFINES CR-BODY.
               10  CR-CAMPAIGN-ID      PIC X(08).
               10  CR-CHANNEL          PIC X(01).
               10  CR-CONTACT-DAYS     PIC 9(03).
               10  CR-DESCRIPTION      PIC X(40).
               10  FILLER              PIC X(27).
           05  CR-TYPE-BODY REDEFINES CR-BODY.
               10  CR-T-ACCOUNT-TYPE   PIC X(02).
               10  CR-T-HELD-FLAG      PIC X(01).
               10  FILLER              PIC X(76).
           05  CR-BALANCE-BODY REDEFINES CR-BODY.
               10  CR-B-ACCOUNT-TYPE   PIC X(02).
               10  CR-B-MINIMUM        PIC 9(13)V99.
               10  CR-B-MAXIMUM        PIC 9(13)V99.
               10  FILLER              PIC X(47).
           05  CR-TIER-BODY REDEFINES CR-BODY.
               10  CR-R-TIER-CODE      PIC X(02) OCCURS 10 TIMES.
               10  FILLER              PIC X(59).
           05  CR-HOUSEHOLD-BODY REDEFINES CR-BODY.
               10  CR-M-MEMBER-FLAG    PIC X(01).
               10  CR-M-MIN-COMBINED   PIC 9(15)V99.
               10  FILLER              PIC X(61).
           05  CR-BRANCH-BODY REDEFINES CR-BODY.
               10  CR-A-BRANCH-CODE    PIC X(06) OCCURS 10 TIMES.
               10  FILLER              PIC X(19).
           05  CR-TENURE-BODY REDEFINES CR-BODY.
               10  CR-D-MIN-MONTHS     PIC 9(04).
               10  CR-D-MAX-MONTHS     PIC 9(04).
               10  FILLER              PIC X(71).

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

      *    Meme disposition que chez HSEHOLD.
       FD  HOUSEHOLD-XREF-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  HOUSEHOLD-XREF-RECORD.
           05  HX-CUST-ID              PIC 9(10).
           05  HX-HOUSEHOLD-ID         PIC 9(8).
           05  HX-CONFIRM-FLAG         PIC X(1).
               88  HX-CONFIRMED        VALUE 'C'.
           05  HX-SURNAME              PIC X(30).
           05  HX-ADDRESS-KEY          PIC X(40).
           05  FILLER                  PIC X(11).

       FD  HOUSEHOLD-TOTAL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  HOUSEHOLD-TOTAL-RECORD.
           05  HT-HOUSEHOLD-ID         PIC 9(8).
           05  HT-MEMBER-COUNT         PIC 9(3).
           05  HT-ACCOUNT-COUNT        PIC 9(5).
           05  HT-COMBINED-BALANCE     PIC S9(15)V99 COMP-3.
           05  FILLER                  PIC X(15).

      *    Meme disposition que TIER-OUTPUT-RECORD dans RELTIER.
       FD  TIER-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  TIER-RECORD.
           05  RT-CUST-ID              PIC 9(10).
           05  RT-TIER-CODE            PIC X(02).
           05  RT-COMBINED-BALANCE     PIC S9(15)V99 COMP-3.
           05  RT-ACCOUNT-COUNT        PIC 9(3).
           05  RT-FEE-WAIVER-FLAG      PIC X(01).
           05  RT-RATE-BONUS           PIC 9V99.
           05  FILLER                  PIC X(12).

      *    Meme disposition que DORMANT-ACCOUNT-RECORD dans ACCTSWEEP.
       FD  DORMANT-ACCOUNT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  DORMANT-ACCOUNT-RECORD.
           05  DA-ACCOUNT-NUMBER       PIC 9(12).
           05  FILLER                  PIC X(03).
           05  DA-CUST-ID              PIC 9(10).
           05  FILLER                  PIC X(03).
           05  DA-ACCOUNT-TYPE         PIC X(02).
           05  FILLER                  PIC X(03).
           05  DA-CURRENT-BALANCE      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(03).
           05  DA-LAST-TRANSACTION     PIC 9(8).
           05  FILLER                  PIC X(03).
           05  DA-DAYS-DORMANT         PIC ZZZZ9.
           05  FILLER                  PIC X(03).
           05  DA-BRANCH-CODE          PIC X(6).
           05  FILLER                  PIC X(21).

      *    Meme disposition que WS-RPT-HIT-LINE chez WATCHSCN ; la cle
      *    d'une concordance client porte le CUST-ID en tete.
       FD  SANCTION-HIT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  SANCTION-HIT-RECORD.
           05  SH-SOURCE               PIC X(08).
               88  SH-FROM-CUSTOMER    VALUE 'CLIENT  '.
           05  FILLER                  PIC X(03).
           05  SH-SUBJECT-KEY          PIC X(15).
           05  FILLER                  PIC X(106).

      *    Meme disposition que chez NOTIFGEN.
       FD  CONTACT-HISTORY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CONTACT-HISTORY-RECORD.
           05  CTC-CONTACT-DATE        PIC 9(8).
           05  CTC-CUST-ID             PIC 9(10).
           05  CTC-ACCOUNT-NUMBER      PIC 9(12).
           05  CTC-EVENT-CODE          PIC X(2).
           05  FILLER                  PIC X(8).

       SD  SORT-CAMP-FILE.
       01  SORT-CAMP-RECORD.
           05  SRT-CUST-ID             PIC 9(10).
           05  SRT-ACCOUNT-NUMBER      PIC 9(12).
           05  SRT-ACCOUNT-TYPE        PIC X(02).
           05  SRT-STATUS-CODE         PIC X(01).
           05  SRT-BALANCE             PIC S9(13)V99 COMP-3.
           05  SRT-OPEN-DATE           PIC 9(8).
           05  SRT-BRANCH-CODE         PIC X(6).

      *    Une ligne par client retenu ; la zone de coordonnee porte
      *    l'adresse postale, le courriel ou le telephone selon le
      *    canal de la campagne.
       FD  CAMPAIGN-LIST-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CAMPAIGN-LIST-RECORD.
           05  CL-CAMPAIGN-ID          PIC X(08).
           05  CL-CHANNEL              PIC X(01).
           05  CL-CUST-ID              PIC 9(10).
           05  CL-FIRST-NAME           PIC X(20).
           05  CL-LAST-NAME            PIC X(30).
           05  CL-CONTACT-DATA         PIC X(80).
           05  CL-MAIL-ADDRESS REDEFINES CL-CONTACT-DATA.
               10  CL-STREET           PIC X(40).
               10  CL-CITY             PIC X(30).
               10  CL-STATE            PIC X(02).
               10  CL-ZIP              PIC 9(05).
               10  FILLER              PIC X(03).
           05  CL-EMAIL-ADDRESS REDEFINES CL-CONTACT-DATA.
               10  CL-EMAIL            PIC X(50).
               10  FILLER              PIC X(30).
           05  CL-PHONE-NUMBER REDEFINES CL-CONTACT-DATA.
               10  CL-PHONE            PIC X(15).
               10  FILLER              PIC X(65).
           05  CL-TIER-CODE            PIC X(02).
           05  CL-RELATION-BALANCE     PIC S9(15)V99 COMP-3.
           05  CL-HOUSEHOLD-ID         PIC 9(08).
           05  FILLER                  PIC X(12).

       FD  CAMPAIGN-REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CAMPAIGN-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-CODES.
           05  WS-CRT-STATUS           PIC X(02) VALUE SPACES.
           05  WS-ACCT-STATUS          PIC X(02) VALUE SPACES.
           05  WS-CST-STATUS           PIC X(02) VALUE SPACES.
           05  WS-OWN-STATUS           PIC X(02) VALUE SPACES.
           05  WS-HHX-STATUS           PIC X(02) VALUE SPACES.
           05  WS-HHT-STATUS           PIC X(02) VALUE SPACES.
           05  WS-TIR-STATUS           PIC X(02) VALUE SPACES.
           05  WS-DRM-STATUS           PIC X(02) VALUE SPACES.
           05  WS-SAN-STATUS           PIC X(02) VALUE SPACES.
           05  WS-CTC-STATUS           PIC X(02) VALUE SPACES.
           05  WS-LST-STATUS           PIC X(02) VALUE SPACES.
           05  WS-RPT-STATUS           PIC X(02) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-CRITERIA-READ        PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-CRITERIA-REJECTED    PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-ACCOUNTS-READ        PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-JOINT-RELEASED       PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-CUSTOMERS-EXAMINED   PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-CUSTOMERS-SELECTED   PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-CONTACTS-LOGGED      PIC 9(7) COMP-3 VALUE ZERO.

       01  WS-RUN-FIELDS.
           05  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
           05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
               10  WS-RUN-YEAR         PIC 9(4).
               10  WS-RUN-MONTH        PIC 9(2).
               10  WS-RUN-DAY          PIC 9(2).
           05  WS-RUN-DATE-PARM        PIC X(08) VALUE SPACES.
           05  WS-ARG-NUM              PIC 9(01) VALUE 1.
           05  WS-RUN-DATE-INT         PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-CONTACT-CUTOFF       PIC 9(08) VALUE ZERO.
           05  WS-CONTACT-OPEN-FLAG    PIC X(01) VALUE 'N'.
               88  CONTACT-FILE-OPEN   VALUE 'Y'.

      *    En-tete de campagne ; sans delai de contact recent dans
      *    l'en-tete, un client contacte dans les 30 derniers jours
      *    est ecarte.
       01  WS-CAMPAIGN-FIELDS.
           05  WS-CAMPAIGN-ID          PIC X(08) VALUE SPACES.
           05  WS-CHANNEL              PIC X(01) VALUE SPACE.
               88  CHANNEL-MAIL        VALUE 'M'.
               88  CHANNEL-EMAIL       VALUE 'E'.
               88  CHANNEL-PHONE       VALUE 'T'.
               88  CHANNEL-SMS         VALUE 'S'.
               88  CHANNEL-VALID       VALUE 'M' 'E' 'T' 'S'.
           05  WS-CONTACT-DAYS         PIC 9(03) VALUE 030.
           05  WS-DESCRIPTION          PIC X(40) VALUE SPACES.
           05  WS-HEADER-FLAG          PIC X(01) VALUE 'N'.
               88  HEADER-LOADED       VALUE 'Y'.

      *    Criteres charges depuis CAMPCRIT.
       01  WS-TYPE-CRITERIA.
           05  WS-TCR-COUNT            PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-TCR-ENTRY OCCURS 1 TO 10 TIMES
                   DEPENDING ON WS-TCR-COUNT
                   INDEXED BY WS-TCR-IDX.
               10  WS-TCR-TYPE         PIC X(02).
               10  WS-TCR-HELD-FLAG    PIC X(01).
                   88  WS-TCR-MUST-HOLD VALUE 'Y'.

       01  WS-BALANCE-CRITERIA.
           05  WS-BCR-COUNT            PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-BCR-ENTRY OCCURS 1 TO 10 TIMES
                   DEPENDING ON WS-BCR-COUNT
                   INDEXED BY WS-BCR-IDX.
               10  WS-BCR-TYPE         PIC X(02).
               10  WS-BCR-MINIMUM      PIC S9(15)V99 COMP-3.
               10  WS-BCR-MAXIMUM      PIC S9(15)V99 COMP-3.

       01  WS-TIER-CRITERIA.
           05  WS-RCR-COUNT            PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-RCR-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-RCR-COUNT
                   INDEXED BY WS-RCR-IDX.
               10  WS-RCR-TIER-CODE    PIC X(02).

       01  WS-BRANCH-CRITERIA.
           05  WS-ACR-COUNT            PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-ACR-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-ACR-COUNT
                   INDEXED BY WS-ACR-IDX.
               10  WS-ACR-BRANCH       PIC X(06).

      *    Menage : 'Y' membre d'un foyer confirme (solde combine au
      *    moins egal au minimum), 'N' hors menage, blanc sans effet.
      *    Anciennete : maximum a zero = sans plafond.
       01  WS-SINGLE-CRITERIA.
           05  WS-HCR-MEMBER-FLAG      PIC X(01) VALUE SPACE.
               88  HCR-MUST-BE-MEMBER  VALUE 'Y'.
               88  HCR-MUST-NOT-BE-MEMBER VALUE 'N'.
           05  WS-HCR-MIN-COMBINED     PIC S9(15)V99 COMP-3
                                       VALUE ZERO.
           05  WS-DCR-FLAG             PIC X(01) VALUE 'N'.
               88  TENURE-CRITERION    VALUE 'Y'.
           05  WS-DCR-MIN-MONTHS       PIC 9(04) VALUE ZERO.
           05  WS-DCR-MAX-MONTHS       PIC 9(04) VALUE ZERO.
           05  WS-CRT-SUB              PIC S9(3) COMP-3 VALUE ZERO.

      *    Liens de cotitularite charges une fois depuis OWNXREF,
      *    comme chez CUST360.
       01  WS-JOINT-LINK-TABLE.
           05  WS-JLT-COUNT            PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-JLT-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-JLT-COUNT
                   INDEXED BY WS-JLT-IDX.
               10  WS-JLT-ACCOUNT      PIC 9(12).
               10  WS-JLT-CUST-ID      PIC 9(10).

       01  WS-HOUSEHOLD-LINK-TABLE.
           05  WS-HLK-COUNT            PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-HLK-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-HLK-COUNT
                   INDEXED BY WS-HLK-IDX.
               10  WS-HLK-CUST-ID      PIC 9(10).
               10  WS-HLK-HOUSEHOLD    PIC 9(8).

       01  WS-HOUSEHOLD-TOTAL-TABLE.
           05  WS-HTO-COUNT            PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-HTO-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-HTO-COUNT
                   INDEXED BY WS-HTO-IDX.
               10  WS-HTO-HOUSEHOLD    PIC 9(8).
               10  WS-HTO-BALANCE      PIC S9(15)V99 COMP-3.

       01  WS-TIER-TABLE.
           05  WS-TIR-COUNT            PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-TIR-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-TIR-COUNT
                   INDEXED BY WS-TIR-IDX.
               10  WS-TIR-CUST-ID      PIC 9(10).
               10  WS-TIR-CODE         PIC X(02).

      *    Clients a suppression : dormants, concordances sanctions,
      *    contactes depuis la date limite.
       01  WS-DORMANT-TABLE.
           05  WS-DRM-COUNT            PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-DRM-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-DRM-COUNT
                   INDEXED BY WS-DRM-IDX.
               10  WS-DRM-CUST-ID      PIC 9(10).

       01  WS-SANCTION-TABLE.
           05  WS-SAN-COUNT            PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-SAN-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-SAN-COUNT
                   INDEXED BY WS-SAN-IDX.
               10  WS-SAN-CUST-ID      PIC 9(10).

       01  WS-RECENT-CONTACT-TABLE.
           05  WS-RCT-COUNT            PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-RCT-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-RCT-COUNT
                   INDEXED BY WS-RCT-IDX.
               10  WS-RCT-CUST-ID      PIC 9(10).

      *    Types de compte non fermes detenus par le client courant,
      *    avec le solde cumule par type.
       01  WS-HELD-TYPE-TABLE.
           05  WS-HTY-COUNT            PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-HTY-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-HTY-COUNT
                   INDEXED BY WS-HTY-IDX.
               10  WS-HTY-TYPE         PIC X(02).
               10  WS-HTY-BALANCE      PIC S9(15)V99 COMP-3.

       01  WS-GROUP-FIELDS.
           05  WS-CURRENT-CUST         PIC 9(10) VALUE ZERO.
           05  WS-GROUP-BALANCE        PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-GROUP-ACCOUNTS       PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-EARLIEST-OPEN        PIC 9(8) VALUE ZERO.
           05  WS-TYPE-BALANCE         PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-CUST-TIER            PIC X(02) VALUE SPACES.
           05  WS-CUST-HOUSEHOLD       PIC 9(8) VALUE ZERO.
           05  WS-HOUSEHOLD-BALANCE    PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-TENURE-MONTHS        PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-OPEN-DATE-NUM        PIC 9(8) VALUE ZERO.
           05  WS-OPEN-DATE-R REDEFINES WS-OPEN-DATE-NUM.
               10  WS-OPN-YEAR         PIC 9(4).
               10  WS-OPN-MONTH        PIC 9(2).
               10  WS-OPN-DAY          PIC 9(2).
           05  WS-OPEN-DATE-X          PIC X(10) VALUE SPACES.
           05  WS-WFL-STEP             PIC 9(2) VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-END-OF-CRITERIA      PIC X(01) VALUE 'N'.
               88  END-OF-CRITERIA     VALUE 'Y'.
           05  WS-END-OF-XREF          PIC X(01) VALUE 'N'.
               88  END-OF-XREF         VALUE 'Y'.
           05  WS-END-OF-HHX           PIC X(01) VALUE 'N'.
               88  END-OF-HHX          VALUE 'Y'.
           05  WS-END-OF-HHT           PIC X(01) VALUE 'N'.
               88  END-OF-HHT          VALUE 'Y'.
           05  WS-END-OF-TIERS         PIC X(01) VALUE 'N'.
               88  END-OF-TIERS        VALUE 'Y'.
           05  WS-END-OF-DORMANT       PIC X(01) VALUE 'N'.
               88  END-OF-DORMANT      VALUE 'Y'.
           05  WS-END-OF-HITS          PIC X(01) VALUE 'N'.
               88  END-OF-HITS         VALUE 'Y'.
           05  WS-END-OF-CONTACTS      PIC X(01) VALUE 'N'.
               88  END-OF-CONTACTS     VALUE 'Y'.
           05  WS-ACCT-EOF-FLAG        PIC X(01) VALUE 'N'.
               88  ACCT-EOF            VALUE 'Y'.
           05  WS-SORT-EOF-FLAG        PIC X(01) VALUE 'N'.
               88  SORT-RETURN-EOF     VALUE 'Y'.
           05  WS-ON-FILE-FLAG         PIC X(01) VALUE 'N'.
               88  CUSTOMER-ON-FILE    VALUE 'Y'.
           05  WS-CRITERIA-FLAG        PIC X(01) VALUE 'N'.
               88  CRITERIA-MET        VALUE 'Y'.
           05  WS-FOUND-FLAG           PIC X(01) VALUE 'N'.
               88  ENTRY-FOUND         VALUE 'Y'.
           05  WS-BRANCH-MATCH-FLAG    PIC X(01) VALUE 'N'.
               88  BRANCH-MATCHED      VALUE 'Y'.
           05  WS-FROZEN-FLAG          PIC X(01) VALUE 'N'.
               88  CUSTOMER-FROZEN     VALUE 'Y'.
           05  WS-SANCTION-FLAG        PIC X(01) VALUE 'N'.
               88  SANCTION-HIT        VALUE 'Y'.
           05  WS-DORMANT-FLAG         PIC X(01) VALUE 'N'.
               88  CUSTOMER-DORMANT    VALUE 'Y'.
           05  WS-CONSENT-FLAG         PIC X(01) VALUE 'N'.
               88  CHANNEL-CONSENT     VALUE 'Y'.
           05  WS-ADDRESS-FLAG         PIC X(01) VALUE 'N'.
               88  CONTACT-ADDRESS-MISSING VALUE 'Y'.
           05  WS-RECENT-FLAG          PIC X(01) VALUE 'N'.
               88  RECENTLY-CONTACTED  VALUE 'Y'.

      *    Cascade des effectifs : une etape par regle, dans l'ordre
      *    ou elles s'appliquent ; un client n'est compte qu'a la
      *    premiere regle qui l'ecarte.
       01  WS-WATERFALL-VALUES.
           05  FILLER                  PIC X(30)
                   VALUE 'FICHE CLIENT ABSENTE/FUSIONNEE'.
           05  FILLER                  PIC X(30)
                   VALUE 'HORS CRITERES DE SELECTION'.
           05  FILLER                  PIC X(30)
                   VALUE 'CLIENT DECEDE'.
           05  FILLER                  PIC X(30)
                   VALUE 'COMPTE GELE / FICHE SUSPENDUE'.
           05  FILLER                  PIC X(30)
                   VALUE 'CONCORDANCE LISTE SANCTIONS'.
           05  FILLER                  PIC X(30)
                   VALUE 'CLIENT DORMANT'.
           05  FILLER                  PIC X(30)
                   VALUE 'SANS CONSENTEMENT POUR CANAL'.
           05  FILLER                  PIC X(30)
                   VALUE 'COORDONNEE DU CANAL ABSENTE'.
           05  FILLER                  PIC X(30)
                   VALUE 'CONTACTE RECEMMENT'.
       01  WS-WATERFALL-TABLE REDEFINES WS-WATERFALL-VALUES.
           05  WS-WFL-LABEL            PIC X(30) OCCURS 9 TIMES.

       01  WS-WATERFALL-COUNTS.
           05  WS-WFL-REMOVED          PIC 9(7) COMP-3 VALUE ZERO
                                       OCCURS 9 TIMES.
           05  WS-WFL-SUB              PIC S9(3) COMP-3 VALUE ZERO.
           05  WS-WFL-REMAINING        PIC S9(7) COMP-3 VALUE ZERO.

       01  WS-RPT-TITLE.
           05  FILLER                  PIC X(20)
                   VALUE 'SELECTION CAMPAGNE  '.
           05  RTL-CAMPAIGN-ID         PIC X(08).
           05  FILLER                  PIC X(10) VALUE '  CANAL: '.
           05  RTL-CHANNEL             PIC X(01).
           05  FILLER                  PIC X(09) VALUE '  DATE: '.
           05  RTL-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RTL-DESCRIPTION         PIC X(40).
           05  FILLER                  PIC X(34) VALUE SPACES.

       01  WS-RPT-WATERFALL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RWF-LABEL               PIC X(30).
           05  FILLER                  PIC X(12) VALUE '  RETIRES: '.
           05  RWF-REMOVED             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE '  RESTANT: '.
           05  RWF-REMAINING           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(58) VALUE SPACES.

       01  WS-RPT-TOTAL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RWT-LABEL               PIC X(30).
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE '  EFFECTIF: '.
           05  RWT-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(58) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-CONTROL.
           PERFORM 100-INITIALIZE

           SORT SORT-CAMP-FILE
               ON ASCENDING KEY SRT-CUST-ID
                                SRT-ACCOUNT-NUMBER
               INPUT PROCEDURE 200-RELEASE-ACCOUNTS
                   THRU 200-RELEASE-ACCOUNTS-EXIT
               OUTPUT PROCEDURE 500-SELECT-CUSTOMERS
                   THRU 500-SELECT-CUSTOMERS-EXIT

           PERFORM 700-WRITE-WATERFALL
           PERFORM 900-FINALIZE
           STOP RUN.

       100-INITIALIZE.
           DISPLAY '*** DEBUT SELECTION CAMPAGNE MARKETING ***'
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-RUN-DATE-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-RUN-DATE-PARM NOT = SPACES
                   AND WS-RUN-DATE-PARM IS NUMERIC
               MOVE WS-RUN-DATE-PARM TO WS-RUN-DATE
           END-IF
           COMPUTE WS-RUN-DATE-INT
               = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

           PERFORM 110-LOAD-CRITERIA

           OPEN INPUT MASTER-ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE FICHIER COMPTES: '
                       WS-ACCT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF WS-CST-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE FICHIER CLIENTS: '
                       WS-CST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CAMPAIGN-LIST-FILE
                       CAMPAIGN-REPORT-FILE
           IF WS-LST-STATUS NOT = '00' OR WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE SORTIES CAMPAGNE: '
                       WS-LST-STATUS ' ' WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 140-LOAD-JOINT-LINKS
           PERFORM 150-LOAD-HOUSEHOLDS
           PERFORM 160-LOAD-TIERS
           PERFORM 170-LOAD-DORMANT-CUSTOMERS
           PERFORM 175-LOAD-SANCTION-HITS
           PERFORM 180-LOAD-RECENT-CONTACTS.

      *    Sans criteres ou sans en-tete valide, rien ne part : la
      *    liste d'une campagne mal decrite ne doit pas etre envoyee.
       110-LOAD-CRITERIA.
           OPEN INPUT CRITERIA-FILE
           IF WS-CRT-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE CRITERES CAMPAGNE: '
                       WS-CRT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 115-LOAD-ONE-CRITERION
               UNTIL END-OF-CRITERIA
           CLOSE CRITERIA-FILE

           IF NOT HEADER-LOADED OR NOT CHANNEL-VALID
               DISPLAY 'EN-TETE DE CAMPAGNE ABSENT OU CANAL INVALIDE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           COMPUTE WS-CONTACT-CUTOFF = FUNCTION DATE-OF-INTEGER
               (WS-RUN-DATE-INT - WS-CONTACT-DAYS).

       115-LOAD-ONE-CRITERION.
           READ CRITERIA-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-CRITERIA
               NOT AT END
                   ADD 1 TO WS-CRITERIA-READ
                   EVALUATE TRUE
                       WHEN CR-IS-HEADER
                           PERFORM 120-TAKE-HEADER
                       WHEN CR-IS-TYPE
                           PERFORM 121-TAKE-TYPE-CRITERION
                       WHEN CR-IS-BALANCE
                           PERFORM 122-TAKE-BALANCE-CRITERION
                       WHEN CR-IS-TIER
                           PERFORM 123-TAKE-TIER-CODE
                               VARYING WS-CRT-SUB FROM 1 BY 1
                               UNTIL WS-CRT-SUB > 10
                       WHEN CR-IS-HOUSEHOLD
                           MOVE CR-M-MEMBER-FLAG TO WS-HCR-MEMBER-FLAG
                           IF CR-M-MIN-COMBINED NUMERIC
                               MOVE CR-M-MIN-COMBINED
                                   TO WS-HCR-MIN-COMBINED
                           END-IF
                       WHEN CR-IS-BRANCH
                           PERFORM 124-TAKE-BRANCH-CODE
                               VARYING WS-CRT-SUB FROM 1 BY 1
                               UNTIL WS-CRT-SUB > 10
                       WHEN CR-IS-TENURE
                           PERFORM 125-TAKE-TENURE-CRITERION
                       WHEN OTHER
                           DISPLAY 'CRITERE IGNORE (TYPE INCONNU): '
                                   CRITERIA-RECORD(1:40)
                           ADD 1 TO WS-CRITERIA-REJECTED
                   END-EVALUATE
           END-READ.

       120-TAKE-HEADER.
           MOVE 'Y' TO WS-HEADER-FLAG
           MOVE CR-CAMPAIGN-ID TO WS-CAMPAIGN-ID
           MOVE CR-CHANNEL TO WS-CHANNEL
           MOVE CR-DESCRIPTION TO WS-DESCRIPTION
           IF CR-CONTACT-DAYS NUMERIC AND CR-CONTACT-DAYS > ZERO
               MOVE CR-CONTACT-DAYS TO WS-CONTACT-DAYS
           END-IF.

       121-TAKE-TYPE-CRITERION.
           IF (CR-T-HELD-FLAG = 'Y' OR CR-T-HELD-FLAG = 'N')
                   AND WS-TCR-COUNT < 10
               ADD 1 TO WS-TCR-COUNT
               MOVE CR-T-ACCOUNT-TYPE TO WS-TCR-TYPE(WS-TCR-COUNT)
               MOVE CR-T-HELD-FLAG TO WS-TCR-HELD-FLAG(WS-TCR-COUNT)
           ELSE
               DISPLAY 'CRITERE TYPE REJETE: ' CRITERIA-RECORD(1:40)
               ADD 1 TO WS-CRITERIA-REJECTED
           END-IF.

       122-TAKE-BALANCE-CRITERION.
           IF CR-B-MINIMUM NUMERIC AND CR-B-MAXIMUM NUMERIC
                   AND WS-BCR-COUNT < 10
               ADD 1 TO WS-BCR-COUNT
               MOVE CR-B-ACCOUNT-TYPE TO WS-BCR-TYPE(WS-BCR-COUNT)
               MOVE CR-B-MINIMUM TO WS-BCR-MINIMUM(WS-BCR-COUNT)
               MOVE CR-B-MAXIMUM TO WS-BCR-MAXIMUM(WS-BCR-COUNT)
           ELSE
               DISPLAY 'CRITERE SOLDE REJETE: ' CRITERIA-RECORD(1:40)
               ADD 1 TO WS-CRITERIA-REJECTED
           END-IF.

       123-TAKE-TIER-CODE.
           IF CR-R-TIER-CODE(WS-CRT-SUB) NOT = SPACES
                   AND WS-RCR-COUNT < 50
               ADD 1 TO WS-RCR-COUNT
               MOVE CR-R-TIER-CODE(WS-CRT-SUB)
                   TO WS-RCR-TIER-CODE(WS-RCR-COUNT)
           END-IF.

       124-TAKE-BRANCH-CODE.
           IF CR-A-BRANCH-CODE(WS-CRT-SUB) NOT = SPACES
                   AND WS-ACR-COUNT < 100
               ADD 1 TO WS-ACR-COUNT
               MOVE CR-A-BRANCH-CODE(WS-CRT-SUB)
                   TO WS-ACR-BRANCH(WS-ACR-COUNT)
           END-IF.

       125-TAKE-TENURE-CRITERION.
           IF CR-D-MIN-MONTHS NUMERIC AND CR-D-MAX-MONTHS NUMERIC
               MOVE 'Y' TO WS-DCR-FLAG
               MOVE CR-D-MIN-MONTHS TO WS-DCR-MIN-MONTHS
               MOVE CR-D-MAX-MONTHS TO WS-DCR-MAX-MONTHS
           ELSE
               DISPLAY 'CRITERE ANCIENNETE REJETE: '
                       CRITERIA-RECORD(1:40)
               ADD 1 TO WS-CRITERIA-REJECTED
           END-IF.

      *    Liens 'J' de la table de detention, comme chez CUST360.
       140-LOAD-JOINT-LINKS.
           OPEN INPUT OWNERSHIP-XREF-FILE
           IF WS-OWN-STATUS NOT = '00'
               DISPLAY 'TABLE DE DETENTION ABSENTE - COTITULAIRES '
                       'NON SELECTIONNES'
           ELSE
               PERFORM 145-LOAD-ONE-JOINT-LINK
                   UNTIL END-OF-XREF
               CLOSE OWNERSHIP-XREF-FILE
           END-IF.

       145-LOAD-ONE-JOINT-LINK.
           READ OWNERSHIP-XREF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-XREF
               NOT AT END
                   IF OX-JOINT
                       IF WS-JLT-COUNT < 20000
                           ADD 1 TO WS-JLT-COUNT
                           MOVE OX-ACCOUNT-NUMBER
                               TO WS-JLT-ACCOUNT(WS-JLT-COUNT)
                           MOVE OX-CUST-ID
                               TO WS-JLT-CUST-ID(WS-JLT-COUNT)
                       ELSE
                           DISPLAY '*** ALERTE: TABLE DES '
                               'COTITULAIRES SATUREE ***'
                       END-IF
                   END-IF
           END-READ.

      *    Menages confirmes de HSEHOLD ; absents, le critere menage
      *    'Y' n'est rempli par personne.
       150-LOAD-HOUSEHOLDS.
           OPEN INPUT HOUSEHOLD-XREF-FILE
           IF WS-HHX-STATUS NOT = '00'
               DISPLAY 'MENAGES ABSENTS - AUCUN CLIENT EN MENAGE'
           ELSE
               PERFORM 155-LOAD-ONE-HH-LINK
                   UNTIL END-OF-HHX
               CLOSE HOUSEHOLD-XREF-FILE
           END-IF

           OPEN INPUT HOUSEHOLD-TOTAL-FILE
           IF WS-HHT-STATUS = '00'
               PERFORM 157-LOAD-ONE-HH-TOTAL
                   UNTIL END-OF-HHT
               CLOSE HOUSEHOLD-TOTAL-FILE
           END-IF.

       155-LOAD-ONE-HH-LINK.
           READ HOUSEHOLD-XREF-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-HHX
               NOT AT END
                   IF HX-CONFIRMED AND WS-HLK-COUNT < 20000
                       ADD 1 TO WS-HLK-COUNT
                       MOVE HX-CUST-ID
                           TO WS-HLK-CUST-ID(WS-HLK-COUNT)
                       MOVE HX-HOUSEHOLD-ID
                           TO WS-HLK-HOUSEHOLD(WS-HLK-COUNT)
                   END-IF
           END-READ.

       157-LOAD-ONE-HH-TOTAL.
           READ HOUSEHOLD-TOTAL-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-HHT
               NOT AT END
                   IF WS-HTO-COUNT < 10000
                       ADD 1 TO WS-HTO-COUNT
                       MOVE HT-HOUSEHOLD-ID
                           TO WS-HTO-HOUSEHOLD(WS-HTO-COUNT)
                       MOVE HT-COMBINED-BALANCE
                           TO WS-HTO-BALANCE(WS-HTO-COUNT)
                   END-IF
           END-READ.

      *    Paliers de RELTIER ; absents, un critere de palier n'est
      *    rempli par personne.
       160-LOAD-TIERS.
           OPEN INPUT TIER-FILE
           IF WS-TIR-STATUS NOT = '00'
               DISPLAY 'PALIERS RELTIER ABSENTS - PALIER INCONNU'
           ELSE
               PERFORM 165-LOAD-ONE-TIER
                   UNTIL END-OF-TIERS
               CLOSE TIER-FILE
           END-IF.

       165-LOAD-ONE-TIER.
           READ TIER-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-TIERS
               NOT AT END
                   IF WS-TIR-COUNT < 20000
                       ADD 1 TO WS-TIR-COUNT
                       MOVE RT-CUST-ID
                           TO WS-TIR-CUST-ID(WS-TIR-COUNT)
                       MOVE RT-TIER-CODE
                           TO WS-TIR-CODE(WS-TIR-COUNT)
                   END-IF
           END-READ.

       170-LOAD-DORMANT-CUSTOMERS.
           OPEN INPUT DORMANT-ACCOUNT-FILE
           IF WS-DRM-STATUS NOT = '00'
               DISPLAY 'SORTIE DORMANT ABSENTE - REGLE DORMANCE '
                       'SANS EFFET'
           ELSE
               PERFORM 172-LOAD-ONE-DORMANT
                   UNTIL END-OF-DORMANT
               CLOSE DORMANT-ACCOUNT-FILE
           END-IF.

       172-LOAD-ONE-DORMANT.
           READ DORMANT-ACCOUNT-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-DORMANT
               NOT AT END
                   IF DA-CUST-ID NUMERIC AND WS-DRM-COUNT < 10000
                       ADD 1 TO WS-DRM-COUNT
                       MOVE DA-CUST-ID
                           TO WS-DRM-CUST-ID(WS-DRM-COUNT)
                   END-IF
           END-READ.

      *    Toute concordance client, a revoir ou deja statuee, ecarte
      *    le client : le marketing ne relance pas un nom en cause.
       175-LOAD-SANCTION-HITS.
           OPEN INPUT SANCTION-HIT-FILE
           IF WS-SAN-STATUS NOT = '00'
               DISPLAY 'CONCORDANCES SANCTIONS ABSENTES - REGLE '
                       'SANCTIONS SANS EFFET'
           ELSE
               PERFORM 177-LOAD-ONE-SANCTION-HIT
                   UNTIL END-OF-HITS
               CLOSE SANCTION-HIT-FILE
           END-IF.

       177-LOAD-ONE-SANCTION-HIT.
           READ SANCTION-HIT-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-HITS
               NOT AT END
                   IF SH-FROM-CUSTOMER
                           AND SH-SUBJECT-KEY(1:10) NUMERIC
                           AND WS-SAN-COUNT < 5000
                       ADD 1 TO WS-SAN-COUNT
                       MOVE SH-SUBJECT-KEY(1:10)
                           TO WS-SAN-CUST-ID(WS-SAN-COUNT)
                   END-IF
           END-READ.

      *    Tout contact de l'historique (lettre de service comme
      *    campagne) depuis la date limite ecarte le client. Le
      *    fichier est ensuite rouvert en ajout pour les contacts
      *    'MK' ; absent, il est cree.
       180-LOAD-RECENT-CONTACTS.
           OPEN INPUT CONTACT-HISTORY-FILE
           IF WS-CTC-STATUS NOT = '00'
               DISPLAY 'HISTORIQUE CONTACTS ABSENT - REGLE CONTACT '
                       'RECENT SANS EFFET'
           ELSE
               PERFORM 185-LOAD-ONE-CONTACT
                   UNTIL END-OF-CONTACTS
               CLOSE CONTACT-HISTORY-FILE
           END-IF

           OPEN EXTEND CONTACT-HISTORY-FILE
           IF WS-CTC-STATUS NOT = '00'
               OPEN OUTPUT CONTACT-HISTORY-FILE
           END-IF
           IF WS-CTC-STATUS = '00'
               MOVE 'Y' TO WS-CONTACT-OPEN-FLAG
           ELSE
               DISPLAY 'HISTORIQUE CONTACTS NON MIS A JOUR: '
                       WS-CTC-STATUS
           END-IF.

       185-LOAD-ONE-CONTACT.
           READ CONTACT-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-CONTACTS
               NOT AT END
                   IF CTC-CONTACT-DATE NUMERIC
                           AND CTC-CONTACT-DATE >= WS-CONTACT-CUTOFF
                           AND WS-RCT-COUNT < 20000
                       ADD 1 TO WS-RCT-COUNT
                       MOVE CTC-CUST-ID
                           TO WS-RCT-CUST-ID(WS-RCT-COUNT)
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    ETAPE DE TRI - PROCEDURE D'ENTREE
      *    Meme relache que CUST360 : chaque compte au titulaire,
      *    puis une fois de plus par cotitulaire.
      *----------------------------------------------------------------
       200-RELEASE-ACCOUNTS.
           PERFORM 210-READ-ACCOUNT
           PERFORM 220-RELEASE-ONE-ACCOUNT
               UNTIL ACCT-EOF.

       200-RELEASE-ACCOUNTS-EXIT.
           EXIT.

       210-READ-ACCOUNT.
           READ MASTER-ACCOUNT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ACCT-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-ACCOUNTS-READ
           END-READ.

       220-RELEASE-ONE-ACCOUNT.
           MOVE MA-CUST-ID TO SRT-CUST-ID
           MOVE MA-ACCOUNT-NUMBER TO SRT-ACCOUNT-NUMBER
           MOVE MA-ACCOUNT-TYPE TO SRT-ACCOUNT-TYPE
           MOVE MA-STATUS-CODE TO SRT-STATUS-CODE
           MOVE MA-CURRENT-BALANCE TO SRT-BALANCE
           MOVE MA-OPEN-DATE TO SRT-OPEN-DATE
           MOVE MA-BRANCH-CODE TO SRT-BRANCH-CODE
           RELEASE SORT-CAMP-RECORD
           PERFORM 230-RELEASE-JOINT-HOLDERS
               VARYING WS-JLT-IDX FROM 1 BY 1
               UNTIL WS-JLT-IDX > WS-JLT-COUNT
           PERFORM 210-READ-ACCOUNT.

       230-RELEASE-JOINT-HOLDERS.
           IF WS-JLT-ACCOUNT(WS-JLT-IDX) = MA-ACCOUNT-NUMBER
                   AND WS-JLT-CUST-ID(WS-JLT-IDX) NOT = MA-CUST-ID
               MOVE WS-JLT-CUST-ID(WS-JLT-IDX) TO SRT-CUST-ID
               RELEASE SORT-CAMP-RECORD
               ADD 1 TO WS-JOINT-RELEASED
           END-IF.

      *----------------------------------------------------------------
      *    ETAPE DE TRI - PROCEDURE DE SORTIE
      *    Rupture par client : cumul des comptes, puis criteres et
      *    cascade des suppressions.
      *----------------------------------------------------------------
       500-SELECT-CUSTOMERS.
           PERFORM 510-RETURN-SORTED-RECORD
           PERFORM 520-PROCESS-ONE-CUSTOMER UNTIL SORT-RETURN-EOF.

       500-SELECT-CUSTOMERS-EXIT.
           EXIT.

       510-RETURN-SORTED-RECORD.
           RETURN SORT-CAMP-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-FLAG
           END-RETURN.

       520-PROCESS-ONE-CUSTOMER.
           MOVE SRT-CUST-ID TO WS-CURRENT-CUST
           MOVE ZERO TO WS-GROUP-BALANCE
                        WS-GROUP-ACCOUNTS
                        WS-EARLIEST-OPEN
                        WS-HTY-COUNT
           MOVE 'N' TO WS-FROZEN-FLAG
                       WS-BRANCH-MATCH-FLAG

           PERFORM 530-ACCUMULATE-ACCOUNT
               UNTIL SORT-RETURN-EOF
                   OR SRT-CUST-ID NOT = WS-CURRENT-CUST

           ADD 1 TO WS-CUSTOMERS-EXAMINED
           PERFORM 600-EVALUATE-CUSTOMER.

      *    Les comptes fermes ne comptent pour aucun critere ; un
      *    compte gele ecarte le client mais reste un compte detenu.
       530-ACCUMULATE-ACCOUNT.
           IF SRT-STATUS-CODE = 'F'
               MOVE 'Y' TO WS-FROZEN-FLAG
           END-IF

           IF SRT-STATUS-CODE NOT = 'C'
               ADD SRT-BALANCE TO WS-GROUP-BALANCE
               ADD 1 TO WS-GROUP-ACCOUNTS
               IF SRT-OPEN-DATE NUMERIC AND SRT-OPEN-DATE > ZERO
                   IF WS-EARLIEST-OPEN = ZERO
                           OR SRT-OPEN-DATE < WS-EARLIEST-OPEN
                       MOVE SRT-OPEN-DATE TO WS-EARLIEST-OPEN
                   END-IF
               END-IF
               PERFORM 535-ADD-HELD-TYPE
               IF WS-ACR-COUNT > 0
                   SET WS-ACR-IDX TO 1
                   SEARCH WS-ACR-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-ACR-BRANCH(WS-ACR-IDX)
                               = SRT-BRANCH-CODE
                           MOVE 'Y' TO WS-BRANCH-MATCH-FLAG
                   END-SEARCH
               END-IF
           END-IF

           PERFORM 510-RETURN-SORTED-RECORD.

       535-ADD-HELD-TYPE.
           MOVE 'N' TO WS-FOUND-FLAG
           IF WS-HTY-COUNT > 0
               SET WS-HTY-IDX TO 1
               SEARCH WS-HTY-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-HTY-TYPE(WS-HTY-IDX) = SRT-ACCOUNT-TYPE
                       ADD SRT-BALANCE TO WS-HTY-BALANCE(WS-HTY-IDX)
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-SEARCH
           END-IF

           IF NOT ENTRY-FOUND AND WS-HTY-COUNT < 20
               ADD 1 TO WS-HTY-COUNT
               MOVE SRT-ACCOUNT-TYPE TO WS-HTY-TYPE(WS-HTY-COUNT)
               MOVE SRT-BALANCE TO WS-HTY-BALANCE(WS-HTY-COUNT)
           END-IF.

      *    Cascade : la premiere regle qui ecarte le client est la
      *    seule comptee ; les suivantes ne le voient pas.
       600-EVALUATE-CUSTOMER.
           MOVE 'N' TO WS-ON-FILE-FLAG
           MOVE WS-CURRENT-CUST TO CUST-ID
           READ CUSTOMER-FILE
               KEY IS CUST-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CUST-STATUS NOT = 'M'
                       MOVE 'Y' TO WS-ON-FILE-FLAG
                   END-IF
           END-READ

           IF CUSTOMER-ON-FILE
               PERFORM 605-LOOK-UP-TIER-AND-HOUSEHOLD
               PERFORM 610-APPLY-CRITERIA
               PERFORM 650-CHECK-SUPPRESSIONS
           END-IF

           EVALUATE TRUE
               WHEN NOT CUSTOMER-ON-FILE
                   MOVE 1 TO WS-WFL-STEP
               WHEN NOT CRITERIA-MET
                   MOVE 2 TO WS-WFL-STEP
               WHEN CUST-STATUS = 'D'
                   MOVE 3 TO WS-WFL-STEP
               WHEN CUSTOMER-FROZEN OR CUST-STATUS = 'S'
                   MOVE 4 TO WS-WFL-STEP
               WHEN SANCTION-HIT
                   MOVE 5 TO WS-WFL-STEP
               WHEN CUSTOMER-DORMANT
                   MOVE 6 TO WS-WFL-STEP
               WHEN NOT CHANNEL-CONSENT
                   MOVE 7 TO WS-WFL-STEP
               WHEN CONTACT-ADDRESS-MISSING
                   MOVE 8 TO WS-WFL-STEP
               WHEN RECENTLY-CONTACTED
                   MOVE 9 TO WS-WFL-STEP
               WHEN OTHER
                   MOVE 0 TO WS-WFL-STEP
           END-EVALUATE

           IF WS-WFL-STEP > 0
               ADD 1 TO WS-WFL-REMOVED(WS-WFL-STEP)
           ELSE
               PERFORM 680-WRITE-CONTACT-LINE
           END-IF.

       605-LOOK-UP-TIER-AND-HOUSEHOLD.
           MOVE SPACES TO WS-CUST-TIER
           IF WS-TIR-COUNT > 0
               SET WS-TIR-IDX TO 1
               SEARCH WS-TIR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-TIR-CUST-ID(WS-TIR-IDX) = WS-CURRENT-CUST
                       MOVE WS-TIR-CODE(WS-TIR-IDX) TO WS-CUST-TIER
               END-SEARCH
           END-IF

           MOVE ZERO TO WS-CUST-HOUSEHOLD
                        WS-HOUSEHOLD-BALANCE
           IF WS-HLK-COUNT > 0
               SET WS-HLK-IDX TO 1
               SEARCH WS-HLK-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-HLK-CUST-ID(WS-HLK-IDX) = WS-CURRENT-CUST
                       MOVE WS-HLK-HOUSEHOLD(WS-HLK-IDX)
                           TO WS-CUST-HOUSEHOLD
               END-SEARCH
           END-IF

           IF WS-CUST-HOUSEHOLD NOT = ZERO AND WS-HTO-COUNT > 0
               SET WS-HTO-IDX TO 1
               SEARCH WS-HTO-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-HTO-HOUSEHOLD(WS-HTO-IDX)
                           = WS-CUST-HOUSEHOLD
                       MOVE WS-HTO-BALANCE(WS-HTO-IDX)
                           TO WS-HOUSEHOLD-BALANCE
               END-SEARCH
           END-IF.

      *    Tous les criteres se cumulent ; un critere non renseigne
      *    dans CAMPCRIT est sans effet.
       610-APPLY-CRITERIA.
           MOVE 'Y' TO WS-CRITERIA-FLAG

           PERFORM 615-CHECK-TYPE-CRITERION
               VARYING WS-TCR-IDX FROM 1 BY 1
               UNTIL WS-TCR-IDX > WS-TCR-COUNT

           PERFORM 620-CHECK-BALANCE-CRITERION
               VARYING WS-BCR-IDX FROM 1 BY 1
               UNTIL WS-BCR-IDX > WS-BCR-COUNT

           IF WS-RCR-COUNT > 0
               MOVE 'N' TO WS-FOUND-FLAG
               SET WS-RCR-IDX TO 1
               SEARCH WS-RCR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RCR-TIER-CODE(WS-RCR-IDX) = WS-CUST-TIER
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-SEARCH
               IF NOT ENTRY-FOUND
                   MOVE 'N' TO WS-CRITERIA-FLAG
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN HCR-MUST-BE-MEMBER
                   IF WS-CUST-HOUSEHOLD = ZERO
                       OR WS-HOUSEHOLD-BALANCE < WS-HCR-MIN-COMBINED
                       MOVE 'N' TO WS-CRITERIA-FLAG
                   END-IF
               WHEN HCR-MUST-NOT-BE-MEMBER
                   IF WS-CUST-HOUSEHOLD NOT = ZERO
                       MOVE 'N' TO WS-CRITERIA-FLAG
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-ACR-COUNT > 0 AND NOT BRANCH-MATCHED
               MOVE 'N' TO WS-CRITERIA-FLAG
           END-IF

           IF TENURE-CRITERION
               PERFORM 630-COMPUTE-TENURE
               IF WS-TENURE-MONTHS < WS-DCR-MIN-MONTHS
                   MOVE 'N' TO WS-CRITERIA-FLAG
               END-IF
               IF WS-DCR-MAX-MONTHS > ZERO
                       AND WS-TENURE-MONTHS > WS-DCR-MAX-MONTHS
                   MOVE 'N' TO WS-CRITERIA-FLAG
               END-IF
           END-IF.

       615-CHECK-TYPE-CRITERION.
           MOVE 'N' TO WS-FOUND-FLAG
           IF WS-HTY-COUNT > 0
               SET WS-HTY-IDX TO 1
               SEARCH WS-HTY-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-HTY-TYPE(WS-HTY-IDX)
                           = WS-TCR-TYPE(WS-TCR-IDX)
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-SEARCH
           END-IF

           IF WS-TCR-MUST-HOLD(WS-TCR-IDX)
               IF NOT ENTRY-FOUND
                   MOVE 'N' TO WS-CRITERIA-FLAG
               END-IF
           ELSE
               IF ENTRY-FOUND
                   MOVE 'N' TO WS-CRITERIA-FLAG
               END-IF
           END-IF.

      *    Type a blanc : solde de la relation (tous comptes non
      *    fermes) ; sinon solde cumule des comptes du type, zero si
      *    le client n'en detient aucun.
       620-CHECK-BALANCE-CRITERION.
           IF WS-BCR-TYPE(WS-BCR-IDX) = SPACES
               MOVE WS-GROUP-BALANCE TO WS-TYPE-BALANCE
           ELSE
               MOVE ZERO TO WS-TYPE-BALANCE
               IF WS-HTY-COUNT > 0
                   SET WS-HTY-IDX TO 1
                   SEARCH WS-HTY-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-HTY-TYPE(WS-HTY-IDX)
                               = WS-BCR-TYPE(WS-BCR-IDX)
                           MOVE WS-HTY-BALANCE(WS-HTY-IDX)
                               TO WS-TYPE-BALANCE
                   END-SEARCH
               END-IF
           END-IF

           IF WS-TYPE-BALANCE < WS-BCR-MINIMUM(WS-BCR-IDX)
               MOVE 'N' TO WS-CRITERIA-FLAG
           END-IF
           IF WS-BCR-MAXIMUM(WS-BCR-IDX) > ZERO
                   AND WS-TYPE-BALANCE > WS-BCR-MAXIMUM(WS-BCR-IDX)
               MOVE 'N' TO WS-CRITERIA-FLAG
           END-IF.

      *    Anciennete depuis CUST-OPEN-DATE, meme lecture 'AAAA-MM-JJ'
      *    que chez KYCREV ; fiche sans date exploitable : plus ancien
      *    compte non ferme. Le mois en cours n'est compte qu'une fois
      *    le jour anniversaire atteint.
       630-COMPUTE-TENURE.
           MOVE CUST-OPEN-DATE TO WS-OPEN-DATE-X
           MOVE ZERO TO WS-OPEN-DATE-NUM
           IF WS-OPEN-DATE-X(5:1) = '-'
                   AND WS-OPEN-DATE-X(1:4) IS NUMERIC
                   AND WS-OPEN-DATE-X(6:2) IS NUMERIC
                   AND WS-OPEN-DATE-X(9:2) IS NUMERIC
               COMPUTE WS-OPEN-DATE-NUM
                   = FUNCTION NUMVAL(WS-OPEN-DATE-X(1:4)) * 10000
                   + FUNCTION NUMVAL(WS-OPEN-DATE-X(6:2)) * 100
                   + FUNCTION NUMVAL(WS-OPEN-DATE-X(9:2))
           ELSE
               IF WS-OPEN-DATE-X(1:8) IS NUMERIC
                   MOVE WS-OPEN-DATE-X(1:8) TO WS-OPEN-DATE-NUM
               END-IF
           END-IF
           IF WS-OPEN-DATE-NUM = ZERO
               MOVE WS-EARLIEST-OPEN TO WS-OPEN-DATE-NUM
           END-IF

           MOVE ZERO TO WS-TENURE-MONTHS
           IF WS-OPEN-DATE-NUM > ZERO
               COMPUTE WS-TENURE-MONTHS
                   = ((WS-RUN-YEAR - WS-OPN-YEAR) * 12)
                   + WS-RUN-MONTH - WS-OPN-MONTH
               IF WS-RUN-DAY < WS-OPN-DAY
                   SUBTRACT 1 FROM WS-TENURE-MONTHS
               END-IF
               IF WS-TENURE-MONTHS < ZERO
                   MOVE ZERO TO WS-TENURE-MONTHS
               END-IF
           END-IF.

      *    Drapeaux des suppressions ; l'ordre d'application est
      *    celui du EVALUATE de 600-EVALUATE-CUSTOMER.
       650-CHECK-SUPPRESSIONS.
           MOVE 'N' TO WS-SANCTION-FLAG
           IF WS-SAN-COUNT > 0
               SET WS-SAN-IDX TO 1
               SEARCH WS-SAN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SAN-CUST-ID(WS-SAN-IDX) = WS-CURRENT-CUST
                       MOVE 'Y' TO WS-SANCTION-FLAG
               END-SEARCH
           END-IF

           MOVE 'N' TO WS-DORMANT-FLAG
           IF WS-DRM-COUNT > 0
               SET WS-DRM-IDX TO 1
               SEARCH WS-DRM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-DRM-CUST-ID(WS-DRM-IDX) = WS-CURRENT-CUST
                       MOVE 'Y' TO WS-DORMANT-FLAG
               END-SEARCH
           END-IF

           MOVE 'N' TO WS-RECENT-FLAG
           IF WS-RCT-COUNT > 0
               SET WS-RCT-IDX TO 1
               SEARCH WS-RCT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RCT-CUST-ID(WS-RCT-IDX) = WS-CURRENT-CUST
                       MOVE 'Y' TO WS-RECENT-FLAG
               END-SEARCH
           END-IF

           MOVE 'N' TO WS-CONSENT-FLAG
                       WS-ADDRESS-FLAG
           EVALUATE TRUE
               WHEN CHANNEL-MAIL
                   IF CUST-CONSENT-MAIL = 'Y'
                       MOVE 'Y' TO WS-CONSENT-FLAG
                   END-IF
                   IF CUST-STREET = SPACES OR CUST-CITY = SPACES
                       MOVE 'Y' TO WS-ADDRESS-FLAG
                   END-IF
               WHEN CHANNEL-EMAIL
                   IF CUST-CONSENT-EMAIL = 'Y'
                       MOVE 'Y' TO WS-CONSENT-FLAG
                   END-IF
                   IF CUST-EMAIL = SPACES
                       MOVE 'Y' TO WS-ADDRESS-FLAG
                   END-IF
               WHEN CHANNEL-PHONE
                   IF CUST-CONSENT-PHONE = 'Y'
                       MOVE 'Y' TO WS-CONSENT-FLAG
                   END-IF
                   IF CUST-PHONE = SPACES
                       MOVE 'Y' TO WS-ADDRESS-FLAG
                   END-IF
               WHEN CHANNEL-SMS
                   IF CUST-CONSENT-SMS = 'Y'
                       MOVE 'Y' TO WS-CONSENT-FLAG
                   END-IF
                   IF CUST-PHONE = SPACES
                       MOVE 'Y' TO WS-ADDRESS-FLAG
                   END-IF
           END-EVALUATE.

       680-WRITE-CONTACT-LINE.
           MOVE SPACES TO CAMPAIGN-LIST-RECORD
           MOVE WS-CAMPAIGN-ID TO CL-CAMPAIGN-ID
           MOVE WS-CHANNEL TO CL-CHANNEL
           MOVE CUST-ID TO CL-CUST-ID
           MOVE CUST-FIRST-NAME TO CL-FIRST-NAME
           MOVE CUST-LAST-NAME TO CL-LAST-NAME
           EVALUATE TRUE
               WHEN CHANNEL-MAIL
                   MOVE CUST-STREET TO CL-STREET
                   MOVE CUST-CITY TO CL-CITY
                   MOVE CUST-STATE TO CL-STATE
                   MOVE CUST-ZIP TO CL-ZIP
               WHEN CHANNEL-EMAIL
                   MOVE CUST-EMAIL TO CL-EMAIL
               WHEN OTHER
                   MOVE CUST-PHONE TO CL-PHONE
           END-EVALUATE
           MOVE WS-CUST-TIER TO CL-TIER-CODE
           MOVE WS-GROUP-BALANCE TO CL-RELATION-BALANCE
           MOVE WS-CUST-HOUSEHOLD TO CL-HOUSEHOLD-ID
           WRITE CAMPAIGN-LIST-RECORD
           ADD 1 TO WS-CUSTOMERS-SELECTED

           IF CONTACT-FILE-OPEN
               MOVE SPACES TO CONTACT-HISTORY-RECORD
               MOVE WS-RUN-DATE TO CTC-CONTACT-DATE
               MOVE CUST-ID TO CTC-CUST-ID
               MOVE ZERO TO CTC-ACCOUNT-NUMBER
               MOVE 'MK' TO CTC-EVENT-CODE
               WRITE CONTACT-HISTORY-RECORD
               ADD 1 TO WS-CONTACTS-LOGGED
           END-IF.

      *    Cascade au rapport : effectif examine, puis pour chaque
      *    regle le nombre retire et l'effectif restant.
       700-WRITE-WATERFALL.
           MOVE WS-CAMPAIGN-ID TO RTL-CAMPAIGN-ID
           MOVE WS-CHANNEL TO RTL-CHANNEL
           MOVE WS-RUN-DATE TO RTL-RUN-DATE
           MOVE WS-DESCRIPTION TO RTL-DESCRIPTION
           WRITE CAMPAIGN-REPORT-LINE FROM WS-RPT-TITLE
           MOVE SPACES TO CAMPAIGN-REPORT-LINE
           WRITE CAMPAIGN-REPORT-LINE

           MOVE 'CLIENTS EXAMINES' TO RWT-LABEL
           MOVE WS-CUSTOMERS-EXAMINED TO RWT-COUNT
           WRITE CAMPAIGN-REPORT-LINE FROM WS-RPT-TOTAL-LINE

           MOVE WS-CUSTOMERS-EXAMINED TO WS-WFL-REMAINING
           PERFORM 710-WRITE-WATERFALL-STEP
               VARYING WS-WFL-SUB FROM 1 BY 1
               UNTIL WS-WFL-SUB > 9

           MOVE 'CLIENTS SELECTIONNES' TO RWT-LABEL
           MOVE WS-CUSTOMERS-SELECTED TO RWT-COUNT
           WRITE CAMPAIGN-REPORT-LINE FROM WS-RPT-TOTAL-LINE.

       710-WRITE-WATERFALL-STEP.
           SUBTRACT WS-WFL-REMOVED(WS-WFL-SUB) FROM WS-WFL-REMAINING
           MOVE WS-WFL-LABEL(WS-WFL-SUB) TO RWF-LABEL
           MOVE WS-WFL-REMOVED(WS-WFL-SUB) TO RWF-REMOVED
           MOVE WS-WFL-REMAINING TO RWF-REMAINING
           WRITE CAMPAIGN-REPORT-LINE FROM WS-RPT-WATERFALL-LINE.

       900-FINALIZE.
           DISPLAY '*** FINALISATION SELECTION CAMPAGNE ***'

           CLOSE MASTER-ACCOUNT-FILE
                 CUSTOMER-FILE
                 CAMPAIGN-LIST-FILE
                 CAMPAIGN-REPORT-FILE
           IF CONTACT-FILE-OPEN
               CLOSE CONTACT-HISTORY-FILE
           END-IF

           DISPLAY ' '
           DISPLAY '================================================'
           DISPLAY '  RAPPORT SOMMAIRE - SELECTION CAMPAGNE         '
           DISPLAY '================================================'
           DISPLAY 'CAMPAGNE               : ' WS-CAMPAIGN-ID
                   ' CANAL ' WS-CHANNEL
           DISPLAY 'CRITERES LUS           : ' WS-CRITERIA-READ
           DISPLAY 'CRITERES REJETES       : ' WS-CRITERIA-REJECTED
           DISPLAY 'COMPTES LUS            : ' WS-ACCOUNTS-READ
           DISPLAY 'COMPTES JOINTS RELACHES: ' WS-JOINT-RELEASED
           DISPLAY 'CLIENTS EXAMINES       : ' WS-CUSTOMERS-EXAMINED
           PERFORM 910-DISPLAY-WATERFALL-STEP
               VARYING WS-WFL-SUB FROM 1 BY 1
               UNTIL WS-WFL-SUB > 9
           DISPLAY 'CLIENTS SELECTIONNES   : ' WS-CUSTOMERS-SELECTED
           DISPLAY 'CONTACTS MK HISTORISES : ' WS-CONTACTS-LOGGED
           DISPLAY '================================================'
           DISPLAY ' '

           DISPLAY '*** FIN SELECTION CAMPAGNE MARKETING ***'.

       910-DISPLAY-WATERFALL-STEP.
           DISPLAY '  - ' WS-WFL-LABEL(WS-WFL-SUB) ': '
                   WS-WFL-REMOVED(WS-WFL-SUB).

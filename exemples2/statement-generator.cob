               RECORD KEY IS OX-KEY
               FILE STATUS IS WS-OWN-STATUS.

      *    Contacts de succession tenus par ESTATEPR : les releves
      *    d'un client decede (CUST-STATUS 'D') partent en papier a
      *    l'attention du contact de la succession.
           SELECT ESTATE-CONTACT-FILE
               ASSIGN TO ESTATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EC-CUST-ID
               FILE STATUS IS WS-ECT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Même disposition que dans BANKTRAN (voir AUDITCON).
           05  OX-LINK-DATE            PIC 9(8).
           05  FILLER                  PIC X(9).

      *    Meme disposition que dans ESTATEPR.
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

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-CODES.
           05  WS-AUD-STATUS           PIC X(02) VALUE SPACES.
           05  WS-EST-STATUS           PIC X(02) VALUE SPACES.
           05  WS-CST-STATUS           PIC X(02) VALUE SPACES.
           05  WS-OWN-STATUS           PIC X(02) VALUE SPACES.
           05  WS-ECT-STATUS           PIC X(02) VALUE SPACES.

      *    Paramètres d'appel : date de début et date de fin de période
      *    (AAAAMMJJ). Par défaut, la date système du jour pour les
           05  WS-ESTMT-PRODUCED       PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-FALLBACK-PAPER       PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-JOINT-RELEASED       PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-ESTATE-ADDRESSED     PIC 9(7) COMP-3 VALUE ZERO.

      *    Liens de cotitularite (OWNXREF), charges une fois en mode
      *    combine : chaque mouvement d'un compte joint est relache
               ' PREF ELECTRONIQUE SANS EMAIL - BASCULE PAPIER '.
           05  FILLER                  PIC X(64) VALUE SPACES.

      *    Adressage succession : deux lignes en tete du releve papier
      *    d'un client decede.
       01  WS-ESTATE-LINE.
           05  FILLER                  PIC X(33) VALUE
               'A L''ATTENTION DE LA SUCCESSION : '.
           05  WET-CONTACT             PIC X(40).
           05  FILLER                  PIC X(59) VALUE SPACES.

       01  WS-ESTATE-ADDRESS-LINE.
           05  FILLER                  PIC X(33) VALUE SPACES.
           05  WEA-STREET              PIC X(40).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WEA-CITY                PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WEA-STATE               PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WEA-ZIP                 PIC 9(05).
           05  FILLER                  PIC X(19) VALUE SPACES.

      *    Selection par cycle de releve : seuls les comptes dont le
      *    jour de cycle (MA-STMT-CYCLE-DAY) tombe dans la fenetre du
      *    run sont releves - la charge d'impression s'etale ainsi sur
                       WS-CST-STATUS ') - TOUT PART EN PAPIER'
           END-IF

           OPEN INPUT  ESTATE-CONTACT-FILE
           IF WS-ECT-STATUS NOT = '00'
               DISPLAY 'FICHIER SUCCESSIONS ABSENT - RELEVES DES '
                       'CLIENTS DECEDES SANS ADRESSE SUCCESSION'
           END-IF

      *    Le fichier des clotures de releve persiste de cycle en
      *    cycle ; cree au tout premier passage.
           OPEN I-O STMT-CYCLE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CUST-STATUS = 'D'
                           PERFORM 538-ADDRESS-TO-ESTATE
                       ELSE
                           IF CUST-DELIVERY-PREF = 'E'
                               IF CUST-EMAIL = SPACES
                                   MOVE WS-CURRENT-ACCOUNT
                                       TO WFB-ACCOUNT
                                   WRITE STATEMENT-RECORD
                                       FROM WS-FALLBACK-LINE
                                   ADD 1 TO WS-LINES-WRITTEN
                                   ADD 1 TO WS-FALLBACK-PAPER
                               ELSE
                                   MOVE 'E' TO WS-DELIVERY-FLAG
                                   MOVE CUST-EMAIL TO WS-DELIVERY-EMAIL
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-IF.

      *    Client decede : le releve part toujours en papier, quelle
      *    que soit la preference, a l'attention du contact de la
      *    succession enregistre par ESTATEPR.
       538-ADDRESS-TO-ESTATE.
           MOVE 'P' TO WS-DELIVERY-FLAG
           MOVE 'CONTACT SUCCESSION INCONNU' TO WET-CONTACT
           MOVE SPACES TO WEA-STREET
                          WEA-CITY
                          WEA-STATE
           MOVE ZERO TO WEA-ZIP
           IF WS-ECT-STATUS = '00'
               MOVE CUST-ID TO EC-CUST-ID
               READ ESTATE-CONTACT-FILE
                   KEY IS EC-CUST-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EC-CONTACT-NAME TO WET-CONTACT
                       MOVE EC-STREET TO WEA-STREET
                       MOVE EC-CITY TO WEA-CITY
                       MOVE EC-STATE TO WEA-STATE
                       MOVE EC-ZIP TO WEA-ZIP
               END-READ
           END-IF
           WRITE STATEMENT-RECORD FROM WS-ESTATE-LINE
           WRITE STATEMENT-RECORD FROM WS-ESTATE-ADDRESS-LINE
           ADD 2 TO WS-LINES-WRITTEN
           ADD 1 TO WS-ESTATE-ADDRESSED.

      *    Aiguillage unique de toutes les lignes de releve vers le
      *    canal du releve en cours.
       545-WRITE-STATEMENT-LINE.

      *    Une extourne est imprimee avec le lien vers l'ecriture
      *    qu'elle annule, au lieu d'une correction anonyme.
      *    L'interet debiteur percu sur decouvert est libelle en
      *    clair, le code 'DI' seul n'etant pas parlant pour le client ;
      *    de meme pour le remboursement de frais 'FR'.
           EVALUATE SRT-TYPE
               WHEN 'RV'
                   MOVE SPACES TO WSD-ANNOTATION
                   STRING 'EXTOURNE DE ' SRT-ORIG-ID
                       DELIMITED BY SIZE INTO WSD-ANNOTATION
               WHEN 'DI'
                   MOVE 'INTERETS DEBITEURS' TO WSD-ANNOTATION
               WHEN 'FR'
                   MOVE 'REMBOURSEMENT DE FRAIS' TO WSD-ANNOTATION
               WHEN OTHER
                   MOVE SPACES TO WSD-ANNOTATION
           END-EVALUATE

           MOVE WS-STMT-DETAIL-LINE TO WS-STMT-LINE-BUFFER
           PERFORM 545-WRITE-STATEMENT-LINE.
                 E-STATEMENT-FILE
                 CUSTOMER-FILE
                 STMT-CYCLE-FILE
           IF WS-ECT-STATUS = '00'
               CLOSE ESTATE-CONTACT-FILE
           END-IF

           DISPLAY ' '
           DISPLAY '================================================'
           DISPLAY 'MOUVEMENTS COTITULAIRES   : ' WS-JOINT-RELEASED
           DISPLAY 'RELEVES ELECTRONIQUES     : ' WS-ESTMT-PRODUCED
           DISPLAY 'BASCULES PAPIER (EMAIL)   : ' WS-FALLBACK-PAPER
           DISPLAY 'RELEVES A LA SUCCESSION   : ' WS-ESTATE-ADDRESSED
           DISPLAY 'LIGNES ECRITES            : ' WS-LINES-WRITTEN
           DISPLAY '================================================'
           DISPLAY ' '

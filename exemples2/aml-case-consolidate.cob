      * - Les dossiers sans decision sont vieillis sur le rapport       *
      *   d'anciennete ; le recapitulatif par type d'alerte et par      *
      *   decision (AMLSUMM) est pret pour le dossier du conseil        *
      * - Les dossiers de prise de controle de compte (type 'T',        *
      *   ouverts par ATOWATCH) partagent le fichier, les decisions et  *
      *   l'anciennete, mais n'absorbent jamais les alertes du jour     *
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  AML-REVIEWER            PIC X(8).
           05  AML-DISPOSITION-DATE    PIC 9(8).
           05  AML-NOTE                PIC X(30).
      *    Blanc ou 'A' : dossier d'alertes de ce programme ; 'T' :
      *    prise de controle de compte ouverte par ATOWATCH.
           05  AML-CASE-TYPE           PIC X(01).
               88  AML-TAKEOVER-CASE   VALUE 'T'.
           05  FILLER                  PIC X(09).

      *    Meme disposition que STRUCTURING-ALERT-RECORD dans BANKTRAN.
       FD  STRUCTURING-ALERT-FILE
                   MOVE 'Y' TO WS-END-OF-CASES
               NOT AT END
                   MOVE AML-CASE-ID TO WS-NEXT-CASE-ID
                   IF AML-CASE-OPEN AND NOT AML-TAKEOVER-CASE
                           AND WS-OCT-COUNT < 10000
                       ADD 1 TO WS-OCT-COUNT
                       MOVE AML-ACCOUNT-NUMBER
                           TO WS-OCT-ACCOUNT(WS-OCT-COUNT)
           END-IF
           MOVE WS-ALERT-AMOUNT TO AML-TOTAL-AMOUNT
           MOVE 'O' TO AML-STATUS-CODE
           MOVE 'A' TO AML-CASE-TYPE
           MOVE SPACES TO AML-DISPOSITION-CODE
                          AML-REVIEWER
                          AML-NOTE

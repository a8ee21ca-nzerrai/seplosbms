      * PROCESS-CUSTOMERS.
       FD  CUSTOMER-MAINT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 229 CHARACTERS.
       01  MAINT-TRANSACTION-RECORD.
           05  MT-OPERATION           PIC X(01).
           05  MT-CUST-ID             PIC 9(10).
      *    Preference de remise des releves ('E' electronique, autre
      *    valeur = papier).
           05  MT-DELIVERY-PREF       PIC X(01).
      *    Consentement marketing par canal (courrier, courriel,
      *    telephone, SMS) : 'Y' = accepte, autre valeur = refus.
           05  MT-MKT-CONSENT         PIC X(04).
      *    Commercial (matricule) credite des commandes du client.
           05  MT-SALES-REP           PIC X(06).

      *    Repertoire d'acces restreint : montants en clair pour la
      *    revue back-office des comptes signales par VALIDATE-CUSTOMER,
           MOVE MT-STATUS TO CUST-STATUS
           MOVE MT-CREDIT-LIMIT TO CUST-CREDIT-LIMIT
           MOVE MT-DELIVERY-PREF TO CUST-DELIVERY-PREF
           MOVE MT-MKT-CONSENT TO CUST-MKT-CONSENT
           MOVE MT-SALES-REP TO CUST-SALES-REP
           MOVE ZERO TO CUST-BALANCE
           MOVE WS-CURRENT-DATE TO CUST-OPEN-DATE
           MOVE WS-CURRENT-DATE TO CUST-LAST-UPDATE
                       PERFORM QUEUE-PENDING-STATUS-CHANGE
                   END-IF
                   MOVE MT-DELIVERY-PREF TO CUST-DELIVERY-PREF
                   MOVE MT-MKT-CONSENT TO CUST-MKT-CONSENT
                   MOVE MT-SALES-REP TO CUST-SALES-REP
      *            Maker/checker: a credit-limit increase above the
      *            sensitivity threshold keeps the old limit on file
      *            and queues the change for a second pair of eyes

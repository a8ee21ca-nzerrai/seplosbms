      *   signalee, la demande reste en attente                         *
      * - Rapport quotidien des demandes encore en attente, pour que    *
      *   rien ne dorme dans la file sans que l'audit le voie           *
      * - Remboursements de frais ('FEES') au-dela du pouvoir de        *
      *   l'agent : seule la decision est enregistree ici, FEERFND      *
      *   emet le credit 'FR' (ou classe la demande refusee) a son      *
      *   prochain passage                                              *
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  PA-SOURCE-SYSTEM        PIC X(04).
               88  PA-FROM-CUSTMAINT   VALUE 'CUST'.
               88  PA-FROM-ACCTMAINT   VALUE 'ACCT'.
      *        Cle = numero de demande de remboursement de FEERFND,
      *        PA-NEW-LIMIT = montant demande.
               88  PA-FROM-FEERFND     VALUE 'FEES'.
           05  PA-OPERATION            PIC X(01).
           05  PA-ENTITY-KEY           PIC 9(12).
           05  PA-SUBMITTER-ID         PIC X(08).
               END-IF
           END-IF.

      *    Un remboursement de frais approuve n'a rien a appliquer
      *    ici : le statut 'A' de la file est ce que FEERFND attend.
       230-APPLY-APPROVED-CHANGE.
           MOVE 'Y' TO WS-APPLY-OK
           EVALUATE TRUE
               WHEN PA-FROM-CUSTMAINT
                   PERFORM 240-APPLY-CUSTOMER-LIMIT
               WHEN PA-FROM-FEERFND
                   CONTINUE
               WHEN OTHER
                   PERFORM 250-APPLY-ACCOUNT-STATUS
           END-EVALUATE.

      *    Une demande CUST porte soit une limite ('L', PA-NEW-LIMIT
      *    renseigne), soit un statut ('S', PA-NEW-STATUS renseigne) :

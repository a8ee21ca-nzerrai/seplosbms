      * - Un enregistrement d'operation par mouvement demande :         *
      *   'O' ouverture, 'C' fermeture, 'F' gel, 'A' degel,             *
      *   'L' changement de plafond de decouvert                        *
      * - L'ouverture valide la cle de controle du numero (ACCTCKD) et  *
      *   MA-CUST-ID contre CUSTFILE (client present et non suspendu) ; *
      *   la fermeture n'est acceptee que si le solde courant du compte *
      *   est a zero                                                    *
      * - Chaque operation appliquee laisse une trace dans son propre   *
      *   fichier d'audit, chaque rejet dans son propre fichier         *
      *   d'erreurs, comme le fait le pilote clients                    *

       01  WS-REJECT-REASON            PIC X(40) VALUE SPACES.

      *    Cle de controle du numero de compte (module commun ACCTCKD).
       01  WS-CHECK-DIGIT-FIELDS.
           05  WS-CKD-ACCOUNT          PIC 9(12) VALUE ZERO.
           05  WS-CKD-EXPECTED         PIC 9(01) VALUE ZERO.
           05  WS-CKD-VALID-FLAG       PIC X(01) VALUE 'N'.
               88  CKD-VALID           VALUE 'Y'.

      *    Valeurs avant/apres du champ touche, formatees pour la
      *    piste d'audit.
       01  WS-AUDIT-VALUES.
                   MOVE 'Y' TO WS-ACCOUNT-FOUND
           END-READ.

      *    Ouverture : le numero doit porter une cle de controle
      *    juste (ACCTCKD) et ne pas deja exister, le client doit etre
      *    connu de CUSTFILE et ne pas etre suspendu, le type doit etre
      *    un type gere par la suite (CK/SV/IN).
       220-APPLY-OPEN.
           MOVE AM-ACCOUNT-NUMBER TO WS-CKD-ACCOUNT
           CALL 'ACCTCKD' USING WS-CKD-ACCOUNT
                                WS-CKD-EXPECTED
                                WS-CKD-VALID-FLAG
           IF NOT CKD-VALID
               MOVE 'CLE DE CONTROLE DU NUMERO INVALIDE'
                   TO WS-REJECT-REASON
               PERFORM 280-WRITE-ERROR
           ELSE
           IF ACCOUNT-EXISTS
               MOVE 'COMPTE DEJA EXISTANT' TO WS-REJECT-REASON
               PERFORM 280-WRITE-ERROR
               ELSE
                   PERFORM 280-WRITE-ERROR
               END-IF
           END-IF
           END-IF.

       225-VALIDATE-CUSTOMER.

      *   STREAMCON a confirme la reconciliation                        *
      * - Sans DEPSFILE, la chaine historique des cinq etapes tourne    *
      *   exactement comme avant, en sequence                           *
      * - Code retour 4 = avertissement (ecart signale par un controle, *
      *   par exemple la preuve sous-livres / grand livre GLPROOF) :    *
      *   l'etape compte comme terminee, ses dependants partent, et le  *
      *   resume la signale ; seul un code superieur arrete la chaine   *
      ******************************************************************

       ENVIRONMENT DIVISION.
       01  WS-CHAIN-FIELDS.
           05  WS-CHAIN-HALTED-FLAG    PIC X(01) VALUE 'N'.
               88  CHAIN-HALTED        VALUE 'Y'.
           05  WS-CHAIN-WARNING-FLAG   PIC X(01) VALUE 'N'.
               88  CHAIN-WARNED        VALUE 'Y'.
           05  WS-HALTED-AT-STEP       PIC X(24) VALUE SPACES.
           05  WS-COMMAND-LINE         PIC X(2000).
           05  WS-STEP-COMMAND         PIC X(300).

      *    Relit BATCH-STATUS-FILE en entier : toute étape déjà
      *    terminée avec succès aujourd'hui (BSR-RUN-DATE = ce jour et
      *    BSR-RETURN-CODE = zéro, ou 4 pour un avertissement) est
      *    marquée STEP-ALREADY-DONE pour ne jamais repartir dans une
      *    vague plus bas.
       110-LOAD-TODAYS-STATUS.
           MOVE 'N' TO WS-LOG-EOF-FLAG
           OPEN INPUT BATCH-STATUS-FILE

       130-APPLY-STATUS-RECORD.
           IF BSR-RUN-DATE = WS-BUSINESS-DATE
                   AND (BSR-RETURN-CODE = ZERO OR BSR-RETURN-CODE = 4)
                   AND WS-STEP-COUNT > 0
               SET WS-STEP-IDX TO 1
               SEARCH WS-STEP-ENTRY
                   PERFORM 254-SETTLE-STREAMED-STEP
               END-IF
               PERFORM 220-WRITE-STEP-STATUS
               EVALUATE TRUE
                   WHEN WS-STEP-RC(WS-STEP-IDX) = ZERO
                       SET STEP-ALREADY-DONE(WS-STEP-IDX) TO TRUE
                       DISPLAY 'ETAPE TERMINEE AVEC SUCCES: '
                               WS-STEP-NAME(WS-STEP-IDX)
                   WHEN WS-STEP-RC(WS-STEP-IDX) = 4
                       SET STEP-ALREADY-DONE(WS-STEP-IDX) TO TRUE
                       SET CHAIN-WARNED TO TRUE
                       DISPLAY 'ETAPE TERMINEE AVEC AVERTISSEMENT: '
                               WS-STEP-NAME(WS-STEP-IDX)
                   WHEN OTHER
                       PERFORM 256-HALT-ON-FAILED-STEP
               END-EVALUATE
           END-IF.

       256-HALT-ON-FAILED-STEP.

           SET STEP-FAILED(WS-STEP-IDX) TO TRUE
           SET CHAIN-HALTED TO TRUE
           MOVE WS-STEP-NAME(WS-STEP-IDX)
               TO WS-HALTED-AT-STEP
           DISPLAY 'ETAPE EN ECHEC, CODE RETOUR: '
                   WS-STEP-RC(WS-STEP-IDX)
           DISPLAY 'LES ETAPES DEPENDANTES NE SERONT PAS '
                   'TENTEES: ' WS-STEP-NAME(WS-STEP-IDX)
           MOVE 16 TO RETURN-CODE.

      *    Les dependants d'une etape 'S' restent retenus tant que
      *    STREAMCON n'a pas confirme la reconciliation des flux : le
      *    code retour de l'etape est celui de STREAMCON, lance ici
                       WS-HALTED-AT-STEP
           ELSE
               DISPLAY '----------------------------------------'
               IF CHAIN-WARNED
                   DISPLAY 'ENCHAINEMENT TERMINE AVEC AVERTISSEMENT(S)'
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY 'ENCHAINEMENT TERMINE AVEC SUCCES'
               END-IF
           END-IF
           DISPLAY '================================================'.

                       AND WS-STEP-RC(WS-STEP-IDX) = ZERO
                   DISPLAY WS-STEP-NAME(WS-STEP-IDX)
                           ': OK (CODE RETOUR 0)'
               WHEN STEP-RAN-NOW(WS-STEP-IDX)
                       AND WS-STEP-RC(WS-STEP-IDX) = 4
                   DISPLAY WS-STEP-NAME(WS-STEP-IDX)
                           ': AVERTISSEMENT (CODE RETOUR 4)'
               WHEN STEP-RAN-NOW(WS-STEP-IDX)
                   DISPLAY WS-STEP-NAME(WS-STEP-IDX)
                           ': ECHEC (CODE RETOUR '

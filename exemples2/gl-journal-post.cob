           IF NOT END-OF-AUDIT
      *        'EP' (penalite de retrait anticipe CD), 'PS' (virement
      *        de couverture de la protection decouvert) et 'PF' (son
      *        frais), 'XW' (frais de retrait excedentaire sur
      *        epargne), 'DI' (interet debiteur percu par INTPOST)
      *        et 'FR' (remboursement de frais de FEERFND)
      *        bougent MA-CURRENT-BALANCE comme le frais
      *        'OF' : ils se journalisent de la meme facon, une
      *        combinaison absente de COAMAP tombant en suspens
      *        (SUSPLDG).
               IF AUD-ACCOUNT NUMERIC
                       AND AUD-POSTED-FLAG = 'P'
                       AND (AUD-TYPE = 'DB' OR AUD-TYPE = 'CR'
                           OR AUD-TYPE = 'TF' OR AUD-TYPE = 'TC'
                           OR AUD-TYPE = 'IN' OR AUD-TYPE = 'OF'
                           OR AUD-TYPE = 'RV' OR AUD-TYPE = 'EP'
                           OR AUD-TYPE = 'PS' OR AUD-TYPE = 'PF'
                           OR AUD-TYPE = 'XW' OR AUD-TYPE = 'DI'
                           OR AUD-TYPE = 'FR')
                   PERFORM 210-JOURNALIZE-ONE-ITEM
               ELSE
                   IF AUD-ACCOUNT NUMERIC

      *    La correspondance 'RV' du plan est saisie dans le sens de
      *    l'extourne d'un debit (l'argent revient au client). Quand le
      *    mouvement d'origine etait crediteur ('CR', 'IN' ou 'FR'),
      *    l'extourne deplace l'argent en sens inverse : le couple
      *    debit/credit du plan s'impute a l'envers, sinon une des
      *    deux directions serait toujours comptabilisee a contresens.
       232-ORIENT-REVERSAL-PAIR.
           IF AUD-TYPE = 'RV'
                   AND (AUD-ORIG-TYPE = 'CR' OR AUD-ORIG-TYPE = 'IN'
                       OR AUD-ORIG-TYPE = 'FR')
               MOVE WS-DEBIT-GL TO WS-SWAP-GL
               MOVE WS-CREDIT-GL TO WS-DEBIT-GL
               MOVE WS-SWAP-GL TO WS-CREDIT-GL

               88  TR-CREDIT           VALUE 'CR'.
               88  TR-TRANSFER         VALUE 'TF'.
               88  TR-INTEREST         VALUE 'IN'.
               88  TR-DEBIT-INTEREST   VALUE 'DI'.
               88  TR-FEE-REFUND       VALUE 'FR'.
           05  TR-AMOUNT               PIC 9(13)V99 COMP-3.
           05  TR-DEST-ACCOUNT         PIC 9(12).
           05  TR-TRANSACTION-DATE     PIC 9(8).
                   ADD 1 TO WS-TRANS-READ
           END-READ.

      *    CR/IN/FR entrent, DB/TF/DI sortent ; les autres types ('HD',
      *    'RV'...) ne bougent pas la position de tresorerie ici.
       200-TALLY-TRANSACTIONS.
           IF NOT END-OF-TRANSACTIONS
               MOVE SPACE TO WS-FLOW-SIDE
               EVALUATE TRUE
                   WHEN TR-CREDIT OR TR-INTEREST OR TR-FEE-REFUND
                       MOVE 'I' TO WS-FLOW-SIDE
                   WHEN TR-DEBIT OR TR-TRANSFER OR TR-DEBIT-INTEREST
                       MOVE 'O' TO WS-FLOW-SIDE
                   WHEN OTHER
                       CONTINUE

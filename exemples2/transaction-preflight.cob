               88  TR-CREDIT           VALUE 'CR'.
               88  TR-TRANSFER         VALUE 'TF'.
               88  TR-INTEREST         VALUE 'IN'.
               88  TR-DEBIT-INTEREST   VALUE 'DI'.
               88  TR-FEE-REFUND       VALUE 'FR'.
               88  TR-HOLD             VALUE 'HD'.
               88  TR-REVERSAL         VALUE 'RV'.
           05  TR-AMOUNT               PIC 9(13)V99 COMP-3.
           END-IF

           IF NOT (TR-DEBIT OR TR-CREDIT OR TR-TRANSFER OR TR-INTEREST
                   OR TR-DEBIT-INTEREST OR TR-FEE-REFUND
                   OR TR-HOLD OR TR-REVERSAL)
               MOVE 'N' TO WS-VALID-TRANSACTION
               MOVE ERR-BNK-E002-CODE TO WS-ERR-CODE

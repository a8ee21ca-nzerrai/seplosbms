      *    Identifiants systeme ecartes du rapprochement : aucun
      *    d'entre eux ne tient un tiroir-caisse.
       01  WS-SYSTEM-TELLER-TABLE.
           05  WS-SYS-ENTRY OCCURS 11 TIMES
                   INDEXED BY WS-SYS-IDX
                   PIC X(8).

           MOVE 'FEEENG  ' TO WS-SYS-ENTRY(5)
           MOVE 'TDMATUR ' TO WS-SYS-ENTRY(6)
           MOVE 'ESCHEAT ' TO WS-SYS-ENTRY(7)
           MOVE 'DISPUTES' TO WS-SYS-ENTRY(8)
           MOVE 'DECEDENT' TO WS-SYS-ENTRY(9)
           MOVE 'LEVY    ' TO WS-SYS-ENTRY(10)
           MOVE 'LOANBOOK' TO WS-SYS-ENTRY(11).

       110-READ-TRANSACTION.
           READ TRANSACTION-FILE

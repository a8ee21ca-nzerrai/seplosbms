           05  ERR-BNK-E016-CODE      PIC X(04) VALUE 'E016'.
           05  ERR-BNK-E016-DESC      PIC X(40) VALUE
               'DATE ANTERIEURE HORS LIMITE'.
           05  ERR-BNK-E017-CODE      PIC X(04) VALUE 'E017'.
           05  ERR-BNK-E017-DESC      PIC X(40) VALUE
               'BENEFICIAIRE NON ENREGISTRE'.
           05  ERR-BNK-E018-CODE      PIC X(04) VALUE 'E018'.
           05  ERR-BNK-E018-DESC      PIC X(40) VALUE
               'PLAFOND BENEFICIAIRE RECENT DEPASSE'.
           05  ERR-BNK-E019-CODE      PIC X(04) VALUE 'E019'.
           05  ERR-BNK-E019-DESC      PIC X(40) VALUE
               'CLE DE CONTROLE DU COMPTE INVALIDE'.
           05  ERR-BNK-E020-CODE      PIC X(04) VALUE 'E020'.
           05  ERR-BNK-E020-DESC      PIC X(40) VALUE
               'CLE DE CONTROLE COMPTE DESTINATION'.

      * Codes de rejet des commandes (ORDER-PROCESSOR).
       01  ORDER-ERROR-CODES.
           05  ERR-PAY-P005-CODE      PIC X(04) VALUE 'P005'.
           05  ERR-PAY-P005-DESC      PIC X(20) VALUE
               'TERMINATED EMPLOYEE'.
           05  ERR-PAY-P006-CODE      PIC X(04) VALUE 'P006'.
           05  ERR-PAY-P006-DESC      PIC X(20) VALUE
               'UNKNOWN JURISDICTION'.
           05  ERR-PAY-P007-CODE      PIC X(04) VALUE 'P007'.
           05  ERR-PAY-P007-DESC      PIC X(20) VALUE
               'ADVANCE UNRECOVERED'.

      * Codes de rejet de transformation de donnees (DATA-TRANSFORMER).
       01  TRANSFORM-ERROR-CODES.

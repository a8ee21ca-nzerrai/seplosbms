       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTCKD.
       AUTHOR. BANKING SYSTEM TEAM.
      ******************************************************************
      * MODULE APPELABLE DE CONTROLE DE LA CLE DU NUMERO DE COMPTE      *
      * - Le 12e chiffre du numero de compte est une cle de controle    *
      *   (modulo 10, ponderation 2-1 depuis la droite) calculee sur    *
      *   les 11 premiers : une faute de frappe ou une inversion de     *
      *   deux chiffres voisins ne tombe plus sur le compte d'un autre  *
      *   client                                                        *
      * - CALL 'ACCTCKD' USING numero de compte, cle attendue, fanion   *
      *   valide ('Y'/'N')                                              *
      * - Un seul point de verite, comme CODEXLAT : BANKTRAN,           *
      *   CLRINTAKE, CARDINTK, STORDGEN et ACCTMAINT appellent ce       *
      *   module, chacun avec son propre code de rejet                  *
      * - La cle attendue est rendue meme en cas d'echec : le rapport   *
      *   de conversion CKDCONV s'en sert pour preparer la              *
      *   renumerotation                                                *
      ******************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-ACCOUNT-WORK             PIC 9(12).
       01  WS-ACCOUNT-DIGITS REDEFINES WS-ACCOUNT-WORK.
           05  WS-ACCOUNT-DIGIT        PIC 9(01) OCCURS 12 TIMES.

       01  WS-CHECK-FIELDS.
           05  WS-DIGIT-POS            PIC 9(02) COMP.
           05  WS-DIGIT-PRODUCT        PIC 9(02).
           05  WS-DIGIT-SUM            PIC 9(03) COMP.
           05  WS-SUM-QUOTIENT         PIC 9(03) COMP.
           05  WS-SUM-REMAINDER        PIC 9(01).

       LINKAGE SECTION.
       01  LK-ACCOUNT-NUMBER           PIC 9(12).
       01  LK-EXPECTED-DIGIT           PIC 9(01).
       01  LK-VALID-FLAG               PIC X(01).

       PROCEDURE DIVISION USING LK-ACCOUNT-NUMBER
                                LK-EXPECTED-DIGIT
                                LK-VALID-FLAG.
       000-CHECK-ACCOUNT.
           MOVE 'N' TO LK-VALID-FLAG
           MOVE ZERO TO LK-EXPECTED-DIGIT

      *    Un numero non numerique ou nul n'est jamais un compte.
           IF LK-ACCOUNT-NUMBER NUMERIC
                   AND LK-ACCOUNT-NUMBER > ZERO
               MOVE LK-ACCOUNT-NUMBER TO WS-ACCOUNT-WORK
               MOVE ZERO TO WS-DIGIT-SUM
               PERFORM 100-ADD-ONE-DIGIT
                   VARYING WS-DIGIT-POS FROM 1 BY 1
                   UNTIL WS-DIGIT-POS > 11

               DIVIDE WS-DIGIT-SUM BY 10
                   GIVING WS-SUM-QUOTIENT
                   REMAINDER WS-SUM-REMAINDER
               IF WS-SUM-REMAINDER = ZERO
                   MOVE ZERO TO LK-EXPECTED-DIGIT
               ELSE
                   COMPUTE LK-EXPECTED-DIGIT = 10 - WS-SUM-REMAINDER
               END-IF

               IF WS-ACCOUNT-DIGIT(12) = LK-EXPECTED-DIGIT
                   MOVE 'Y' TO LK-VALID-FLAG
               END-IF
           END-IF

           GOBACK.

      *    Les positions impaires (11e, 9e, ... en partant de la cle)
      *    sont doublees ; un produit a deux chiffres compte pour la
      *    somme de ses chiffres (produit - 9).
       100-ADD-ONE-DIGIT.
           DIVIDE WS-DIGIT-POS BY 2
               GIVING WS-SUM-QUOTIENT
               REMAINDER WS-SUM-REMAINDER
           IF WS-SUM-REMAINDER = 1
               COMPUTE WS-DIGIT-PRODUCT =
                   WS-ACCOUNT-DIGIT(WS-DIGIT-POS) * 2
               IF WS-DIGIT-PRODUCT > 9
                   SUBTRACT 9 FROM WS-DIGIT-PRODUCT
               END-IF
           ELSE
               MOVE WS-ACCOUNT-DIGIT(WS-DIGIT-POS) TO WS-DIGIT-PRODUCT
           END-IF
           ADD WS-DIGIT-PRODUCT TO WS-DIGIT-SUM.

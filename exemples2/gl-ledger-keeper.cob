       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Pieces du jour, meme disposition que GLPOST les ecrit : le
      *    flux combine de GLCOLLCT (GLPOST et journaux des
      *    sous-livres, prets, paie, cout des ventes...).
           SELECT JOURNAL-VOUCHER-FILE
               ASSIGN TO GLJRNL
               ORGANIZATION IS SEQUENTIAL

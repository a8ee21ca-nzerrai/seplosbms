       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEWAIVR.
       AUTHOR. BANKING SYSTEM TEAM.
      ******************************************************************
      * ETAT MENSUEL DES EXONERATIONS ET REMBOURSEMENTS DE FRAIS        *
      * - Traitement de fin de mois sur le journal FEEWAIV de FEERFND   *
      *   (generations du mois concatenees par l'exploitation), borne   *
      *   par les deux parametres de periode (AAAAMMJJ debut / fin),    *
      *   meme convention que ADBCALC                                   *
      * - Tri par agence, agent puis motif et ruptures de controle :    *
      *   une ligne par motif, total par agent, total par agence,       *
      *   total general ; part des remboursements passes par MAINTAPPR  *
      * - Produit aussi le resume WAIVSUM (agence, agent, motif,        *
      *   nombre, montant) que BRPROFIT deduit des produits de frais    *
      *   de chaque agence                                              *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-WAIVER-FILE
               ASSIGN TO FEEWAIV
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FWV-STATUS.

           SELECT SORT-WAIVER-FILE
               ASSIGN TO SRTWAIV.

           SELECT WAIVER-REPORT-FILE
               ASSIGN TO WAIVRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT WAIVER-SUMMARY-FILE
               ASSIGN TO WAIVSUM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SUM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Meme disposition que FEE-WAIVER-RECORD dans FEERFND.
       FD  FEE-WAIVER-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FEE-WAIVER-RECORD.
           05  FW-POSTING-DATE         PIC 9(8).
           05  FW-BRANCH-CODE          PIC X(06).
           05  FW-OFFICER-ID           PIC X(08).
           05  FW-REASON-CODE          PIC X(02).
           05  FW-ACCOUNT-NUMBER       PIC 9(12).
           05  FW-FEE-TRANSACTION-ID   PIC X(16).
           05  FW-FEE-TYPE             PIC X(02).
           05  FW-REFUND-AMOUNT        PIC 9(11)V99 COMP-3.
           05  FW-APPROVAL-ROUTE       PIC X(01).
               88  FW-OWN-AUTHORITY    VALUE 'D'.
               88  FW-CHECKER-APPROVED VALUE 'M'.
           05  FW-REFUND-TRAN-ID       PIC X(16).
           05  FILLER                  PIC X(12).

       SD  SORT-WAIVER-FILE.
       01  SORT-WAIVER-RECORD.
           05  SRT-BRANCH-CODE         PIC X(06).
           05  SRT-OFFICER-ID          PIC X(08).
           05  SRT-REASON-CODE         PIC X(02).
           05  SRT-REFUND-AMOUNT       PIC 9(11)V99 COMP-3.
           05  SRT-APPROVAL-ROUTE      PIC X(01).

       FD  WAIVER-REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  WAIVER-REPORT-LINE          PIC X(132).

      *    Une ligne par agence / agent / motif pour la periode.
       FD  WAIVER-SUMMARY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  WAIVER-SUMMARY-RECORD.
           05  WV-BRANCH-CODE          PIC X(06).
           05  WV-OFFICER-ID           PIC X(08).
           05  WV-REASON-CODE          PIC X(02).
           05  WV-PERIOD-START         PIC 9(8).
           05  WV-PERIOD-END           PIC 9(8).
           05  WV-REFUND-COUNT         PIC 9(7) COMP-3.
           05  WV-REFUND-AMOUNT        PIC 9(13)V99 COMP-3.
           05  FILLER                  PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-CODES.
           05  WS-FWV-STATUS           PIC X(02) VALUE SPACES.
           05  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
           05  WS-SUM-STATUS           PIC X(02) VALUE SPACES.

       01  WS-CALL-PARAMETERS.
           05  WS-ARG-NUM              PIC 9(02) VALUE 1.
           05  WS-START-PARM           PIC X(08) VALUE SPACES.
           05  WS-END-PARM             PIC X(08) VALUE SPACES.

       01  WS-PERIOD-START             PIC 9(08) VALUE ZERO.
       01  WS-PERIOD-END               PIC 9(08) VALUE ZERO.

      *    Memes motifs que dans FEERFND.
       01  WS-REASON-VALUES.
           05  FILLER                  PIC X(22)
                   VALUE 'ERERREUR DE LA BANQUE '.
           05  FILLER                  PIC X(22)
                   VALUE 'GCGESTE COMMERCIAL    '.
           05  FILLER                  PIC X(22)
                   VALUE 'RCRETENTION CLIENT    '.
           05  FILLER                  PIC X(22)
                   VALUE 'CTCONTESTATION CLIENT '.
           05  FILLER                  PIC X(22)
                   VALUE 'DSDECES / SUCCESSION  '.
           05  FILLER                  PIC X(22)
                   VALUE 'AUAUTRE MOTIF         '.
       01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
           05  WS-RSN-ENTRY OCCURS 6 TIMES
                   INDEXED BY WS-RSN-IDX.
               10  WS-RSN-CODE         PIC X(02).
               10  WS-RSN-LABEL        PIC X(20).

       01  WS-COUNTERS.
           05  WS-WAIVERS-READ         PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-WAIVERS-RELEASED     PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-SUMMARIES-WRITTEN    PIC 9(7) COMP-3 VALUE ZERO.

      *    Cumuls des trois niveaux de rupture et total general.
       01  WS-GROUP-FIELDS.
           05  WS-CURRENT-BRANCH       PIC X(06) VALUE SPACES.
           05  WS-CURRENT-OFFICER      PIC X(08) VALUE SPACES.
           05  WS-CURRENT-REASON       PIC X(02) VALUE SPACES.
           05  WS-RSN-COUNT            PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-RSN-AMOUNT           PIC 9(13)V99 COMP-3 VALUE ZERO.
           05  WS-RSN-CHECKER-COUNT    PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-OFF-COUNT            PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-OFF-AMOUNT           PIC 9(13)V99 COMP-3 VALUE ZERO.
           05  WS-OFF-CHECKER-COUNT    PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-BRN-COUNT            PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-BRN-AMOUNT           PIC 9(13)V99 COMP-3 VALUE ZERO.
           05  WS-BRN-CHECKER-COUNT    PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-GRAND-COUNT          PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-GRAND-AMOUNT         PIC 9(13)V99 COMP-3 VALUE ZERO.
           05  WS-GRAND-CHECKER-COUNT  PIC 9(7) COMP-3 VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-FWV-EOF-FLAG         PIC X(01) VALUE 'N'.
               88  FWV-EOF             VALUE 'Y'.
           05  WS-SORT-EOF-FLAG        PIC X(01) VALUE 'N'.
               88  SORT-RETURN-EOF     VALUE 'Y'.

       01  WS-REPORT-LINES.
           05  WS-RPT-TITLE.
               10  FILLER              PIC X(44) VALUE
                   'EXONERATIONS ET REMBOURSEMENTS DE FRAIS DU '.
               10  RT-PERIOD-START     PIC 9(8).
               10  FILLER              PIC X(04) VALUE ' AU '.
               10  RT-PERIOD-END       PIC 9(8).
               10  FILLER              PIC X(68) VALUE SPACES.
           05  WS-RPT-HEADER.
               10  FILLER              PIC X(09) VALUE 'AGENCE'.
               10  FILLER              PIC X(11) VALUE 'AGENT'.
               10  FILLER              PIC X(26) VALUE 'MOTIF'.
               10  FILLER              PIC X(12) VALUE '   NOMBRE'.
               10  FILLER              PIC X(24) VALUE
                   '     MONTANT REMBOURSE'.
               10  FILLER              PIC X(50) VALUE
                   'DONT MAINTAPPR'.
           05  WS-RPT-DETAIL.
               10  RD-BRANCH           PIC X(06).
               10  FILLER              PIC X(03) VALUE SPACES.
               10  RD-OFFICER          PIC X(08).
               10  FILLER              PIC X(03) VALUE SPACES.
               10  RD-REASON           PIC X(02).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  RD-REASON-LABEL     PIC X(20).
               10  FILLER              PIC X(03) VALUE SPACES.
               10  RD-COUNT            PIC Z,ZZZ,ZZ9.
               10  FILLER              PIC X(03) VALUE SPACES.
               10  RD-AMOUNT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(03) VALUE SPACES.
               10  RD-CHECKER-COUNT    PIC Z,ZZZ,ZZ9.
               10  FILLER              PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-CONTROL.
           PERFORM 100-INITIALIZE

           SORT SORT-WAIVER-FILE
               ON ASCENDING KEY SRT-BRANCH-CODE
                                SRT-OFFICER-ID
                                SRT-REASON-CODE
               INPUT PROCEDURE 200-FILTER-WAIVERS
                   THRU 200-FILTER-WAIVERS-EXIT
               OUTPUT PROCEDURE 500-WRITE-WAIVER-REPORT
                   THRU 500-WRITE-WAIVER-REPORT-EXIT

           PERFORM 900-FINALIZE
           STOP RUN.

       100-INITIALIZE.
           DISPLAY '*** DEBUT ETAT DES EXONERATIONS DE FRAIS ***'

           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-START-PARM FROM ARGUMENT-VALUE
           MOVE 2 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-END-PARM FROM ARGUMENT-VALUE

           IF WS-START-PARM = SPACES OR WS-START-PARM = ZERO
               ACCEPT WS-PERIOD-START FROM DATE YYYYMMDD
           ELSE
               MOVE WS-START-PARM TO WS-PERIOD-START
           END-IF

           IF WS-END-PARM = SPACES OR WS-END-PARM = ZERO
               ACCEPT WS-PERIOD-END FROM DATE YYYYMMDD
           ELSE
               MOVE WS-END-PARM TO WS-PERIOD-END
           END-IF

           DISPLAY 'PERIODE DEBUT : ' WS-PERIOD-START
           DISPLAY 'PERIODE FIN   : ' WS-PERIOD-END

           OPEN INPUT  FEE-WAIVER-FILE
           OPEN OUTPUT WAIVER-REPORT-FILE
                       WAIVER-SUMMARY-FILE

      *    Un mois sans aucun remboursement n'est pas une erreur :
      *    l'etat et le resume sortent vides.
           IF WS-FWV-STATUS NOT = '00'
               DISPLAY 'JOURNAL FEEWAIV ABSENT - AUCUNE EXONERATION'
               MOVE 'Y' TO WS-FWV-EOF-FLAG
           END-IF

           IF WS-RPT-STATUS NOT = '00' OR WS-SUM-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE WAIVRPT/WAIVSUM: '
                       WS-RPT-STATUS ' ' WS-SUM-STATUS
               MOVE 'Y' TO WS-FWV-EOF-FLAG
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-PERIOD-START TO RT-PERIOD-START
               MOVE WS-PERIOD-END TO RT-PERIOD-END
               WRITE WAIVER-REPORT-LINE FROM WS-RPT-TITLE
               MOVE SPACES TO WAIVER-REPORT-LINE
               WRITE WAIVER-REPORT-LINE
               WRITE WAIVER-REPORT-LINE FROM WS-RPT-HEADER
           END-IF.

      *----------------------------------------------------------------
      *    ETAPE DE TRI - PROCEDURE D'ENTREE
      *    Ne retient que les remboursements emis dans la periode.
      *----------------------------------------------------------------
       200-FILTER-WAIVERS.
           IF NOT FWV-EOF
               PERFORM 210-READ-WAIVER
           END-IF
           PERFORM 211-RELEASE-WAIVER UNTIL FWV-EOF.

       200-FILTER-WAIVERS-EXIT.
           EXIT.

       210-READ-WAIVER.
           READ FEE-WAIVER-FILE
               AT END
                   MOVE 'Y' TO WS-FWV-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-WAIVERS-READ
           END-READ.

       211-RELEASE-WAIVER.
           IF FW-POSTING-DATE >= WS-PERIOD-START
                   AND FW-POSTING-DATE <= WS-PERIOD-END
               MOVE FW-BRANCH-CODE TO SRT-BRANCH-CODE
               MOVE FW-OFFICER-ID TO SRT-OFFICER-ID
               MOVE FW-REASON-CODE TO SRT-REASON-CODE
               MOVE FW-REFUND-AMOUNT TO SRT-REFUND-AMOUNT
               MOVE FW-APPROVAL-ROUTE TO SRT-APPROVAL-ROUTE
               RELEASE SORT-WAIVER-RECORD
               ADD 1 TO WS-WAIVERS-RELEASED
           END-IF
           PERFORM 210-READ-WAIVER.

      *----------------------------------------------------------------
      *    ETAPE DE TRI - PROCEDURE DE SORTIE
      *    Ruptures agence / agent / motif.
      *----------------------------------------------------------------
       500-WRITE-WAIVER-REPORT.
           PERFORM 510-RETURN-SORTED-RECORD
           PERFORM 520-PROCESS-ONE-BRANCH UNTIL SORT-RETURN-EOF
           PERFORM 580-WRITE-GRAND-TOTAL.

       500-WRITE-WAIVER-REPORT-EXIT.
           EXIT.

       510-RETURN-SORTED-RECORD.
           RETURN SORT-WAIVER-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-FLAG
           END-RETURN.

       520-PROCESS-ONE-BRANCH.
           MOVE SRT-BRANCH-CODE TO WS-CURRENT-BRANCH
           MOVE ZERO TO WS-BRN-COUNT
                        WS-BRN-AMOUNT
                        WS-BRN-CHECKER-COUNT

           PERFORM 530-PROCESS-ONE-OFFICER
               UNTIL SORT-RETURN-EOF
                   OR SRT-BRANCH-CODE NOT = WS-CURRENT-BRANCH

           MOVE SPACES TO WS-RPT-DETAIL
           MOVE WS-CURRENT-BRANCH TO RD-BRANCH
           MOVE 'TOTAL AGENCE' TO RD-REASON-LABEL
           MOVE WS-BRN-COUNT TO RD-COUNT
           MOVE WS-BRN-AMOUNT TO RD-AMOUNT
           MOVE WS-BRN-CHECKER-COUNT TO RD-CHECKER-COUNT
           WRITE WAIVER-REPORT-LINE FROM WS-RPT-DETAIL
           MOVE SPACES TO WAIVER-REPORT-LINE
           WRITE WAIVER-REPORT-LINE

           ADD WS-BRN-COUNT TO WS-GRAND-COUNT
           ADD WS-BRN-AMOUNT TO WS-GRAND-AMOUNT
           ADD WS-BRN-CHECKER-COUNT TO WS-GRAND-CHECKER-COUNT.

       530-PROCESS-ONE-OFFICER.
           MOVE SRT-OFFICER-ID TO WS-CURRENT-OFFICER
           MOVE ZERO TO WS-OFF-COUNT
                        WS-OFF-AMOUNT
                        WS-OFF-CHECKER-COUNT

           PERFORM 540-PROCESS-ONE-REASON
               UNTIL SORT-RETURN-EOF
                   OR SRT-BRANCH-CODE NOT = WS-CURRENT-BRANCH
                   OR SRT-OFFICER-ID NOT = WS-CURRENT-OFFICER

           MOVE SPACES TO WS-RPT-DETAIL
           MOVE WS-CURRENT-BRANCH TO RD-BRANCH
           MOVE WS-CURRENT-OFFICER TO RD-OFFICER
           MOVE 'TOTAL AGENT' TO RD-REASON-LABEL
           MOVE WS-OFF-COUNT TO RD-COUNT
           MOVE WS-OFF-AMOUNT TO RD-AMOUNT
           MOVE WS-OFF-CHECKER-COUNT TO RD-CHECKER-COUNT
           WRITE WAIVER-REPORT-LINE FROM WS-RPT-DETAIL

           ADD WS-OFF-COUNT TO WS-BRN-COUNT
           ADD WS-OFF-AMOUNT TO WS-BRN-AMOUNT
           ADD WS-OFF-CHECKER-COUNT TO WS-BRN-CHECKER-COUNT.

       540-PROCESS-ONE-REASON.
           MOVE SRT-REASON-CODE TO WS-CURRENT-REASON
           MOVE ZERO TO WS-RSN-COUNT
                        WS-RSN-AMOUNT
                        WS-RSN-CHECKER-COUNT

           PERFORM 550-ACCUMULATE-AND-ADVANCE
               UNTIL SORT-RETURN-EOF
                   OR SRT-BRANCH-CODE NOT = WS-CURRENT-BRANCH
                   OR SRT-OFFICER-ID NOT = WS-CURRENT-OFFICER
                   OR SRT-REASON-CODE NOT = WS-CURRENT-REASON

           PERFORM 560-WRITE-REASON-LINE
           PERFORM 570-WRITE-SUMMARY-RECORD

           ADD WS-RSN-COUNT TO WS-OFF-COUNT
           ADD WS-RSN-AMOUNT TO WS-OFF-AMOUNT
           ADD WS-RSN-CHECKER-COUNT TO WS-OFF-CHECKER-COUNT.

       550-ACCUMULATE-AND-ADVANCE.
           ADD 1 TO WS-RSN-COUNT
           ADD SRT-REFUND-AMOUNT TO WS-RSN-AMOUNT
           IF SRT-APPROVAL-ROUTE = 'M'
               ADD 1 TO WS-RSN-CHECKER-COUNT
           END-IF
           PERFORM 510-RETURN-SORTED-RECORD.

       560-WRITE-REASON-LINE.
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE WS-CURRENT-BRANCH TO RD-BRANCH
           MOVE WS-CURRENT-OFFICER TO RD-OFFICER
           MOVE WS-CURRENT-REASON TO RD-REASON
           SET WS-RSN-IDX TO 1
           SEARCH WS-RSN-ENTRY
               AT END
                   MOVE 'MOTIF INCONNU' TO RD-REASON-LABEL
               WHEN WS-RSN-CODE(WS-RSN-IDX) = WS-CURRENT-REASON
                   MOVE WS-RSN-LABEL(WS-RSN-IDX) TO RD-REASON-LABEL
           END-SEARCH
           MOVE WS-RSN-COUNT TO RD-COUNT
           MOVE WS-RSN-AMOUNT TO RD-AMOUNT
           MOVE WS-RSN-CHECKER-COUNT TO RD-CHECKER-COUNT
           WRITE WAIVER-REPORT-LINE FROM WS-RPT-DETAIL.

       570-WRITE-SUMMARY-RECORD.
           MOVE SPACES TO WAIVER-SUMMARY-RECORD
           MOVE WS-CURRENT-BRANCH TO WV-BRANCH-CODE
           MOVE WS-CURRENT-OFFICER TO WV-OFFICER-ID
           MOVE WS-CURRENT-REASON TO WV-REASON-CODE
           MOVE WS-PERIOD-START TO WV-PERIOD-START
           MOVE WS-PERIOD-END TO WV-PERIOD-END
           MOVE WS-RSN-COUNT TO WV-REFUND-COUNT
           MOVE WS-RSN-AMOUNT TO WV-REFUND-AMOUNT
           WRITE WAIVER-SUMMARY-RECORD
           ADD 1 TO WS-SUMMARIES-WRITTEN.

       580-WRITE-GRAND-TOTAL.
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE 'TOTAL GENERAL' TO RD-REASON-LABEL
           MOVE WS-GRAND-COUNT TO RD-COUNT
           MOVE WS-GRAND-AMOUNT TO RD-AMOUNT
           MOVE WS-GRAND-CHECKER-COUNT TO RD-CHECKER-COUNT
           WRITE WAIVER-REPORT-LINE FROM WS-RPT-DETAIL.

       900-FINALIZE.
           DISPLAY '*** FINALISATION ETAT DES EXONERATIONS ***'

           IF WS-FWV-STATUS = '00' OR WS-FWV-STATUS = '10'
               CLOSE FEE-WAIVER-FILE
           END-IF
           CLOSE WAIVER-REPORT-FILE
                 WAIVER-SUMMARY-FILE

           DISPLAY ' '
           DISPLAY '================================================'
           DISPLAY '  RAPPORT SOMMAIRE - EXONERATIONS DE FRAIS      '
           DISPLAY '================================================'
           DISPLAY 'REMBOURSEMENTS LUS     : ' WS-WAIVERS-READ
           DISPLAY 'RETENUS SUR LA PERIODE : ' WS-WAIVERS-RELEASED
           DISPLAY 'LIGNES WAIVSUM ECRITES : ' WS-SUMMARIES-WRITTEN
           DISPLAY 'MONTANT TOTAL          : ' WS-GRAND-AMOUNT
           DISPLAY 'DONT VIA MAINTAPPR     : ' WS-GRAND-CHECKER-COUNT
           DISPLAY '================================================'
           DISPLAY ' '

           DISPLAY '*** FIN ETAT DES EXONERATIONS DE FRAIS ***'.

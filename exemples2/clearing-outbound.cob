      *   d'echange du reseau (disposition CLEARING-RECORD de           *
      *   CLRINTAKE) encadre **HDR***/**TRL*** avec compte et total     *
      *   des montants                                                  *
      * - Les retours de prestations posterieures au deces (ESTRTN,     *
      *   produits par ESTATEPR, meme format) partent en items 'R'      *
      * - Le relais inter-flux TFHANDOF, lui, ne passe PAS par ici :    *
      *   ce sont des credits internes a reconcatener au TRANIN du      *
      *   flux proprietaire, pas des paiements vers l'exterieur         *
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WIR-STATUS.

      *    Retours des prestations versees apres deces (ESTATEPR),
      *    meme disposition ; fichier facultatif.
           SELECT ESTATE-RETURN-FILE
               ASSIGN TO ESTRTN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ERT-STATUS.

      *    Suivi des items emis en attente d'accuse, reporte.
           SELECT PENDING-IN-FILE
               ASSIGN TO CLRPEND
           BLOCK CONTAINS 0 RECORDS.
       01  WIRE-REQUEST-RECORD         PIC X(115).

       FD  ESTATE-RETURN-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ESTATE-RETURN-RECORD        PIC X(115).

       FD  PENDING-IN-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  WS-FILE-STATUS-CODES.
           05  WS-OBR-STATUS           PIC X(02) VALUE SPACES.
           05  WS-WIR-STATUS           PIC X(02) VALUE SPACES.
           05  WS-ERT-STATUS           PIC X(02) VALUE SPACES.
           05  WS-PIN-STATUS           PIC X(02) VALUE SPACES.
           05  WS-POU-STATUS           PIC X(02) VALUE SPACES.
           05  WS-ACK-STATUS           PIC X(02) VALUE SPACES.
           05  WS-ITEMS-REJECTED       PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-ITEMS-CARRIED        PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-WIRES-READ           PIC 9(7) COMP-3 VALUE ZERO.
           05  WS-RETURNS-READ         PIC 9(7) COMP-3 VALUE ZERO.

       01  WS-REPORT-LINES.
           05  WS-REJ-TITLE            PIC X(132) VALUE
           PERFORM 200-SETTLE-PENDING-ITEMS
           PERFORM 230-ORIGINATE-HANDOFFS
           PERFORM 240-ORIGINATE-WIRES
           PERFORM 260-ORIGINATE-ESTATE-RETURNS
           PERFORM 270-WRITE-TRAILER
           PERFORM 300-FINALIZE
           STOP RUN.
           MOVE WSI-TELLER-ID TO CL-ORIGINATOR-NAME
           MOVE WSI-REFERENCE TO CL-ORIGINATOR-REF
           MOVE WSI-CURRENCY-CODE TO CL-CURRENCY-CODE
           EVALUATE TRUE
               WHEN WSI-TRANSACTION-TYPE = 'DB'
                   MOVE 'D' TO CL-TRAN-CODE
               WHEN WSI-TELLER-ID = 'DECEDENT'
                   MOVE 'R' TO CL-TRAN-CODE
               WHEN OTHER
                   MOVE SPACE TO CL-TRAN-CODE
           END-EVALUATE
           WRITE CLEARING-EXCHANGE-RECORD

           MOVE WS-TRACE-WORK TO POU-TRACE-NUMBER
           ADD 1 TO WS-ITEMS-SENT
           ADD WSI-AMOUNT TO WS-AMOUNT-SENT.

      *    Prestations recues apres le deces du beneficiaire, a
      *    retourner a l'emetteur : item 'R' sur le reseau ACH.
       260-ORIGINATE-ESTATE-RETURNS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ESTATE-RETURN-FILE
           IF WS-ERT-STATUS NOT = '00'
               DISPLAY 'PAS DE RETOURS SUCCESSION (ESTRTN ABSENT)'
           ELSE
               PERFORM 265-ORIGINATE-ONE-RETURN
                   UNTIL FILE-EOF
               CLOSE ESTATE-RETURN-FILE
           END-IF.

       265-ORIGINATE-ONE-RETURN.
           READ ESTATE-RETURN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-RETURNS-READ
                   MOVE ESTATE-RETURN-RECORD TO WS-ITEM-IMAGE
                   PERFORM 250-FORMAT-EXCHANGE-ITEM
           END-READ.

       270-WRITE-TRAILER.
           MOVE SPACES TO EXCHANGE-CONTROL-RECORD
           SET EX-IS-TRAILER TO TRUE
           DISPLAY '================================================'
           DISPLAY 'ITEMS REMIS AU RESEAU  : ' WS-ITEMS-SENT
           DISPLAY 'DONT VIREMENTS         : ' WS-WIRES-READ
           DISPLAY 'DONT RETOURS SUCCESSION: ' WS-RETURNS-READ
           DISPLAY 'CONFIRMES PAR ACCUSE   : ' WS-ITEMS-CONFIRMED
           DISPLAY 'REJETES / REMIS EN FILE: ' WS-ITEMS-REJECTED
           DISPLAY 'EN ATTENTE D''ACCUSE    : ' WS-ITEMS-CARRIED

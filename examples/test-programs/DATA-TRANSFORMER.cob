               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

      *    Lookup-join rules, one per record, beside the validation
      *    rules: reference file, input field used as the key, bytes
      *    of the reference record copied into the output and what a
      *    miss does. A feed needing a customer name or a product
      *    description names it here instead of going through a
      *    one-off program.
           SELECT LOOKUP-RULES-FILE
               ASSIGN TO 'lookup-rules.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOOKUP-STATUS.

      *    Keyed reference files, opened only when a lookup rule
      *    names them.
           SELECT CUSTOMER-FILE
               ASSIGN TO CUSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CST-STATUS.

           SELECT PRODUCT-MASTER-FILE
               ASSIGN TO 'product-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PRD-STATUS.

           SELECT MASTER-ACCOUNT-FILE
               ASSIGN TO ACCTIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MA-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
           05  FILLER                PIC X(3) VALUE ' | '.
           05  DTX-RAW-DATA          PIC X(100).

       FD  LOOKUP-RULES-FILE.
       01  LOOKUP-RULE-RECORD.
           05  LR-RULE-ID            PIC X(4).
      *    'CUST' CUSTOMER-FILE, 'PROD' PRODUCT-MASTER-FILE, 'ACCT'
      *    MASTER-ACCOUNT-FILE.
           05  LR-REF-FILE           PIC X(4).
               88  LR-REF-VALID      VALUE 'CUST' 'PROD' 'ACCT'.
      *    Input field (1-5) holding the key.
           05  LR-KEY-FIELD          PIC 9(1).
      *    Byte position and length in the reference record of the
      *    field copied to the output (display fields only, up to 30
      *    bytes).
           05  LR-COPY-POS           PIC 9(3).
           05  LR-COPY-LEN           PIC 9(2).
      *    On a miss: 'R' reject the record to the exceptions file
      *    (also the default), 'D' output the default value below,
      *    'P' pass the record through with the field blank.
           05  LR-MISS-ACTION        PIC X(1).
               88  LR-MISS-VALID     VALUE 'R' 'D' 'P'.
           05  LR-DEFAULT-VALUE      PIC X(30).

      *    Layouts as in the owning programs; only the keys are named,
      *    the copied bytes are taken by position.
       FD  CUSTOMER-FILE
           RECORD CONTAINS 250 CHARACTERS.
       01  CUSTOMER-RECORD.
           05  CUST-ID               PIC 9(10).
           05  FILLER                PIC X(240).

       FD  PRODUCT-MASTER-FILE
           RECORDING MODE IS F.
       01  PRODUCT-MASTER-RECORD.
           05  PROD-CODE             PIC X(6).
           05  FILLER                PIC X(82).

       FD  MASTER-ACCOUNT-FILE
           RECORDING MODE IS F.
       01  MASTER-ACCOUNT-RECORD.
           05  MA-ACCOUNT-NUMBER     PIC 9(12).
           05  FILLER                PIC X(138).

       WORKING-STORAGE SECTION.
       COPY ERROR-CODES.
       01  WS-FILE-STATUS.
           05  WS-EXCEPTION-STATUS  PIC XX.
           05  WS-RULES-STATUS      PIC XX.
           05  WS-TYPED-STATUS      PIC XX.
           05  WS-LOOKUP-STATUS     PIC XX.
           05  WS-CST-STATUS        PIC XX.
           05  WS-PRD-STATUS        PIC XX.
           05  WS-ACCT-STATUS       PIC XX.

       01  WS-FLAGS.
           05  WS-EOF-FLAG          PIC X(1) VALUE 'N'.
               88  RULE-FAILED      VALUE 'Y'.
           05  WS-VRW-REASON-BUILD  PIC X(40) VALUE SPACES.

      *    Lookup rules loaded once, with their match and miss
      *    counts and the value each put on the current record.
       01  WS-LOOKUP-TABLE.
           05  WS-LKT-COUNT         PIC 9(2) COMP-3 VALUE ZERO.
           05  WS-LKT-ENTRY OCCURS 1 TO 10 TIMES
                   DEPENDING ON WS-LKT-COUNT
                   INDEXED BY WS-LKT-IDX.
               10  WS-LKT-RULE-ID   PIC X(4).
               10  WS-LKT-REF-FILE  PIC X(4).
               10  WS-LKT-KEY-FIELD PIC 9(1).
               10  WS-LKT-COPY-POS  PIC 9(3) COMP-3.
               10  WS-LKT-COPY-LEN  PIC 9(2) COMP-3.
               10  WS-LKT-MISS-ACTION PIC X(1).
               10  WS-LKT-DEFAULT   PIC X(30).
               10  WS-LKT-MATCHES   PIC 9(7) COMP-3.
               10  WS-LKT-MISSES    PIC 9(7) COMP-3.
               10  WS-LKT-VALUE     PIC X(30).

       01  WS-LOOKUP-WORK.
           05  WS-LKW-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  LOOKUP-RULES-EOF VALUE 'Y'.
           05  WS-LKW-RULE-OK-FLAG  PIC X(1) VALUE 'N'.
               88  LOOKUP-RULE-OK   VALUE 'Y'.
           05  WS-LKW-FOUND-FLAG    PIC X(1) VALUE 'N'.
               88  REFERENCE-FOUND  VALUE 'Y'.
           05  WS-LKW-CUST-FLAG     PIC X(1) VALUE 'N'.
               88  CUSTOMER-LOOKUPS VALUE 'Y'.
           05  WS-LKW-PROD-FLAG     PIC X(1) VALUE 'N'.
               88  PRODUCT-LOOKUPS  VALUE 'Y'.
           05  WS-LKW-ACCT-FLAG     PIC X(1) VALUE 'N'.
               88  ACCOUNT-LOOKUPS  VALUE 'Y'.
           05  WS-LKW-REF-MAX       PIC 9(3) VALUE 0.
           05  WS-LKW-KEY           PIC X(20) VALUE SPACES.
           05  WS-LKW-KEY-TRAIL     PIC 9(2) VALUE 0.
           05  WS-LKW-KEY-LEN       PIC 9(2) VALUE 0.
           05  WS-LKW-KEY-NUM       PIC 9(12) VALUE 0.
      *    The last reference record read, kept so several rules on
      *    the same file and key cost one read.
           05  WS-LKW-LAST-FILE     PIC X(4) VALUE SPACES.
           05  WS-LKW-LAST-KEY      PIC X(20) VALUE SPACES.
           05  WS-LKW-LAST-FOUND    PIC X(1) VALUE 'N'.
           05  WS-LKW-REF-RECORD    PIC X(250) VALUE SPACES.
           05  WS-OUT-PTR           PIC 9(3) VALUE 1.

       01  WS-SEARCH-KEY            PIC X(4).
       01  WS-SEARCH-RESULT         PIC X(30).


           PERFORM 1050-PARSE-OUTPUT-FORMAT-PARAMETER.
           PERFORM 1130-LOAD-VALIDATION-RULES.
           PERFORM 1190-LOAD-LOOKUP-RULES.
           IF TYPED-MODE
               PERFORM 1180-SWITCH-TO-TYPED-INPUT
           ELSE
               MOVE 'Y' TO WS-TYPED-MODE-FLAG
           END-IF.

      *    Absent lookup rules file = no enrichment, the historic
      *    behavior. Rules that name an unknown file, a bad key field
      *    or bytes outside the reference record are ignored with a
      *    message; a reference file that is named but will not open
      *    stops the run - the feed would go out unenriched.
       1190-LOAD-LOOKUP-RULES.
           OPEN INPUT LOOKUP-RULES-FILE.

           IF WS-LOOKUP-STATUS NOT = '00'
               DISPLAY 'LOOKUP RULES FILE NOT FOUND - NO ENRICHMENT'
               MOVE 'Y' TO WS-LKW-EOF-FLAG
           END-IF.

           PERFORM 1191-LOAD-ONE-LOOKUP-RULE
               UNTIL LOOKUP-RULES-EOF.

           IF WS-LOOKUP-STATUS = '00' OR WS-LOOKUP-STATUS = '10'
               CLOSE LOOKUP-RULES-FILE
           END-IF.

           IF WS-LKT-COUNT > 0
               DISPLAY 'LOOKUP RULES LOADED: ' WS-LKT-COUNT
               PERFORM 1195-OPEN-REFERENCE-FILES
           END-IF.

       1191-LOAD-ONE-LOOKUP-RULE.
           IF NOT LOOKUP-RULES-EOF
               READ LOOKUP-RULES-FILE
                   AT END MOVE 'Y' TO WS-LKW-EOF-FLAG
                   NOT AT END
                       PERFORM 1192-CHECK-LOOKUP-RULE
                       IF LOOKUP-RULE-OK AND WS-LKT-COUNT < 10
                           PERFORM 1193-STORE-LOOKUP-RULE
                       ELSE
                           DISPLAY 'LOOKUP RULE IGNORED: '
                               LR-RULE-ID
                       END-IF
               END-READ
           END-IF.

       1192-CHECK-LOOKUP-RULE.
           MOVE 'Y' TO WS-LKW-RULE-OK-FLAG
           EVALUATE LR-REF-FILE
               WHEN 'CUST' MOVE 250 TO WS-LKW-REF-MAX
               WHEN 'PROD' MOVE 88 TO WS-LKW-REF-MAX
               WHEN 'ACCT' MOVE 150 TO WS-LKW-REF-MAX
               WHEN OTHER
                   MOVE 'N' TO WS-LKW-RULE-OK-FLAG
           END-EVALUATE

           IF LR-KEY-FIELD NOT NUMERIC
                   OR LR-KEY-FIELD < 1 OR LR-KEY-FIELD > 5
               MOVE 'N' TO WS-LKW-RULE-OK-FLAG
           END-IF

           IF LR-COPY-POS NOT NUMERIC OR LR-COPY-LEN NOT NUMERIC
               MOVE 'N' TO WS-LKW-RULE-OK-FLAG
           END-IF

           IF LOOKUP-RULE-OK
               IF LR-COPY-POS = ZERO OR LR-COPY-LEN = ZERO
                       OR LR-COPY-LEN > 30
                       OR LR-COPY-POS + LR-COPY-LEN - 1
                           > WS-LKW-REF-MAX
                   MOVE 'N' TO WS-LKW-RULE-OK-FLAG
               END-IF
           END-IF

           IF LR-MISS-ACTION = SPACE
               MOVE 'R' TO LR-MISS-ACTION
           END-IF
           IF NOT LR-MISS-VALID
               MOVE 'N' TO WS-LKW-RULE-OK-FLAG
           END-IF.

       1193-STORE-LOOKUP-RULE.
           ADD 1 TO WS-LKT-COUNT
           MOVE LR-RULE-ID TO WS-LKT-RULE-ID(WS-LKT-COUNT)
           MOVE LR-REF-FILE TO WS-LKT-REF-FILE(WS-LKT-COUNT)
           MOVE LR-KEY-FIELD TO WS-LKT-KEY-FIELD(WS-LKT-COUNT)
           MOVE LR-COPY-POS TO WS-LKT-COPY-POS(WS-LKT-COUNT)
           MOVE LR-COPY-LEN TO WS-LKT-COPY-LEN(WS-LKT-COUNT)
           MOVE LR-MISS-ACTION TO WS-LKT-MISS-ACTION(WS-LKT-COUNT)
           MOVE LR-DEFAULT-VALUE TO WS-LKT-DEFAULT(WS-LKT-COUNT)
           MOVE ZERO TO WS-LKT-MATCHES(WS-LKT-COUNT)
                        WS-LKT-MISSES(WS-LKT-COUNT)
           MOVE SPACES TO WS-LKT-VALUE(WS-LKT-COUNT)
           EVALUATE LR-REF-FILE
               WHEN 'CUST' MOVE 'Y' TO WS-LKW-CUST-FLAG
               WHEN 'PROD' MOVE 'Y' TO WS-LKW-PROD-FLAG
               WHEN OTHER  MOVE 'Y' TO WS-LKW-ACCT-FLAG
           END-EVALUATE.

       1195-OPEN-REFERENCE-FILES.
           IF CUSTOMER-LOOKUPS
               OPEN INPUT CUSTOMER-FILE
               IF WS-CST-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING CUSTOMER FILE: '
                       WS-CST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           IF PRODUCT-LOOKUPS
               OPEN INPUT PRODUCT-MASTER-FILE
               IF WS-PRD-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING PRODUCT MASTER FILE: '
                       WS-PRD-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           IF ACCOUNT-LOOKUPS
               OPEN INPUT MASTER-ACCOUNT-FILE
               IF WS-ACCT-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING MASTER ACCOUNT FILE: '
                       WS-ACCT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    First pass: count detail lines and pick up the header and
      *    trailer, then rewind. When the declared count disagrees
      *    with what is actually there, the whole batch is rejected
               IF WS-DT-VALID AND WS-VRT-COUNT > 0
                   PERFORM 2130-APPLY-VALIDATION-RULES
               END-IF
               IF WS-DT-VALID AND WS-LKT-COUNT > 0
                   PERFORM 2150-APPLY-LOOKUP-RULES
               END-IF
               IF WS-DT-VALID
                   PERFORM 2200-INSPECT-FIELDS
                   PERFORM 2300-SEARCH-CODE-TABLE
               END-IF
           END-IF.

      *    Lookup joins, rule by rule, on the validated fields. A
      *    miss under an 'R' rule rejects the record with the rule id
      *    and the key, as a failed validation rule does.
       2150-APPLY-LOOKUP-RULES.
           PERFORM 2151-APPLY-ONE-LOOKUP
               VARYING WS-LKT-IDX FROM 1 BY 1
               UNTIL WS-LKT-IDX > WS-LKT-COUNT
                   OR WS-DT-INVALID.

       2151-APPLY-ONE-LOOKUP.
           EVALUATE WS-LKT-KEY-FIELD(WS-LKT-IDX)
               WHEN 1 MOVE WS-FIELD-1 TO WS-LKW-KEY
               WHEN 2 MOVE WS-FIELD-2 TO WS-LKW-KEY
               WHEN 3 MOVE WS-FIELD-3 TO WS-LKW-KEY
               WHEN 4 MOVE WS-FIELD-4 TO WS-LKW-KEY
               WHEN OTHER MOVE WS-FIELD-5 TO WS-LKW-KEY
           END-EVALUATE

           IF WS-LKT-REF-FILE(WS-LKT-IDX) = WS-LKW-LAST-FILE
                   AND WS-LKW-KEY = WS-LKW-LAST-KEY
               MOVE WS-LKW-LAST-FOUND TO WS-LKW-FOUND-FLAG
           ELSE
               PERFORM 2152-READ-REFERENCE-RECORD
           END-IF

           IF REFERENCE-FOUND
               ADD 1 TO WS-LKT-MATCHES(WS-LKT-IDX)
               MOVE SPACES TO WS-LKT-VALUE(WS-LKT-IDX)
               MOVE WS-LKW-REF-RECORD(WS-LKT-COPY-POS(WS-LKT-IDX):
                       WS-LKT-COPY-LEN(WS-LKT-IDX))
                   TO WS-LKT-VALUE(WS-LKT-IDX)
           ELSE
               ADD 1 TO WS-LKT-MISSES(WS-LKT-IDX)
               EVALUATE WS-LKT-MISS-ACTION(WS-LKT-IDX)
                   WHEN 'D'
                       MOVE WS-LKT-DEFAULT(WS-LKT-IDX)
                           TO WS-LKT-VALUE(WS-LKT-IDX)
                   WHEN 'P'
                       MOVE SPACES TO WS-LKT-VALUE(WS-LKT-IDX)
                   WHEN OTHER
                       MOVE 'Y' TO WS-DT-REJECT-FLAG
                       MOVE WS-LKT-RULE-ID(WS-LKT-IDX)
                           TO WS-DT-REJECT-CODE
                       MOVE SPACES TO WS-VRW-REASON-BUILD
                       STRING 'LOOKUP MISS, KEY <'
                              WS-LKW-KEY
                              '>'
                           DELIMITED BY SIZE INTO WS-VRW-REASON-BUILD
                       MOVE WS-VRW-REASON-BUILD TO WS-DT-REJECT-REASON
               END-EVALUATE
           END-IF.

      *    Customer and account numbers are numeric keys: the field
      *    must be digits only and no longer than the key, anything
      *    else is a miss without a read.
       2152-READ-REFERENCE-RECORD.
           MOVE 'N' TO WS-LKW-FOUND-FLAG
           MOVE SPACES TO WS-LKW-REF-RECORD
           MOVE ZERO TO WS-LKW-KEY-TRAIL
           INSPECT WS-LKW-KEY TALLYING WS-LKW-KEY-TRAIL
               FOR TRAILING SPACES
           COMPUTE WS-LKW-KEY-LEN = 20 - WS-LKW-KEY-TRAIL

           EVALUATE WS-LKT-REF-FILE(WS-LKT-IDX)
               WHEN 'CUST'
                   IF WS-LKW-KEY-LEN > 0 AND WS-LKW-KEY-LEN <= 10
                       AND WS-LKW-KEY(1:WS-LKW-KEY-LEN) NUMERIC
                       MOVE WS-LKW-KEY(1:WS-LKW-KEY-LEN)
                           TO WS-LKW-KEY-NUM
                       MOVE WS-LKW-KEY-NUM TO CUST-ID
                       READ CUSTOMER-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'Y' TO WS-LKW-FOUND-FLAG
                               MOVE CUSTOMER-RECORD
                                   TO WS-LKW-REF-RECORD
                       END-READ
                   END-IF
               WHEN 'PROD'
                   IF WS-LKW-KEY-LEN > 0 AND WS-LKW-KEY-LEN <= 6
                       MOVE WS-LKW-KEY TO PROD-CODE
                       READ PRODUCT-MASTER-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'Y' TO WS-LKW-FOUND-FLAG
                               MOVE PRODUCT-MASTER-RECORD
                                   TO WS-LKW-REF-RECORD
                       END-READ
                   END-IF
               WHEN OTHER
                   IF WS-LKW-KEY-LEN > 0 AND WS-LKW-KEY-LEN <= 12
                       AND WS-LKW-KEY(1:WS-LKW-KEY-LEN) NUMERIC
                       MOVE WS-LKW-KEY(1:WS-LKW-KEY-LEN)
                           TO WS-LKW-KEY-NUM
                       MOVE WS-LKW-KEY-NUM TO MA-ACCOUNT-NUMBER
                       READ MASTER-ACCOUNT-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'Y' TO WS-LKW-FOUND-FLAG
                               MOVE MASTER-ACCOUNT-RECORD
                                   TO WS-LKW-REF-RECORD
                       END-READ
                   END-IF
           END-EVALUATE

           MOVE WS-LKT-REF-FILE(WS-LKT-IDX) TO WS-LKW-LAST-FILE
           MOVE WS-LKW-KEY TO WS-LKW-LAST-KEY
           MOVE WS-LKW-FOUND-FLAG TO WS-LKW-LAST-FOUND.

       2200-INSPECT-FIELDS.
      *    Count specific characters in field 1
           MOVE WS-FIELD-1 TO WS-INSPECT-STRING.
      *    Build output string using STRING - fixed-width or
      *    delimited, per WS-OUTPUT-FORMAT-SWITCH (see
      *    1050-PARSE-OUTPUT-FORMAT-PARAMETER).
      *    Lookup values go after the code-table result, in rule
      *    order, one column each.
           MOVE SPACES TO WS-TRANSFORMED-DATA.
           MOVE 1 TO WS-OUT-PTR.

           IF OUTPUT-FORMAT-FIXED
               STRING WS-PREFIX DELIMITED BY SIZE
                      WS-SEPARATOR DELIMITED BY SIZE
                      WS-SEARCH-RESULT DELIMITED BY SIZE
                      WS-SEPARATOR DELIMITED BY SIZE
                      INTO WS-TRANSFORMED-DATA
                      WITH POINTER WS-OUT-PTR
                   ON OVERFLOW
                       MOVE 'Y' TO WS-DT-REJECT-FLAG
                       MOVE ERR-XFM-T003-CODE TO WS-DT-REJECT-CODE
                       MOVE ERR-XFM-T003-DESC TO WS-DT-REJECT-REASON
               END-STRING
               PERFORM 2410-APPEND-ONE-LOOKUP-VALUE
                   VARYING WS-LKT-IDX FROM 1 BY 1
                   UNTIL WS-LKT-IDX > WS-LKT-COUNT
                       OR WS-DT-INVALID
               STRING WS-SUFFIX DELIMITED BY SIZE
                      INTO WS-TRANSFORMED-DATA
                      WITH POINTER WS-OUT-PTR
                   ON OVERFLOW
                       MOVE 'Y' TO WS-DT-REJECT-FLAG
                       MOVE ERR-XFM-T003-CODE TO WS-DT-REJECT-CODE
                      WS-OUTPUT-DELIM-CHAR DELIMITED BY SIZE
                      WS-SEARCH-RESULT DELIMITED BY SIZE
                      INTO WS-TRANSFORMED-DATA
                      WITH POINTER WS-OUT-PTR
                   ON OVERFLOW
                       MOVE 'Y' TO WS-DT-REJECT-FLAG
                       MOVE ERR-XFM-T003-CODE TO WS-DT-REJECT-CODE
                       MOVE ERR-XFM-T003-DESC TO WS-DT-REJECT-REASON
               END-STRING
               PERFORM 2410-APPEND-ONE-LOOKUP-VALUE
                   VARYING WS-LKT-IDX FROM 1 BY 1
                   UNTIL WS-LKT-IDX > WS-LKT-COUNT
                       OR WS-DT-INVALID
           END-IF.

       2410-APPEND-ONE-LOOKUP-VALUE.
           IF OUTPUT-FORMAT-FIXED
               STRING WS-LKT-VALUE(WS-LKT-IDX) DELIMITED BY '  '
                      WS-SEPARATOR DELIMITED BY SIZE
                      INTO WS-TRANSFORMED-DATA
                      WITH POINTER WS-OUT-PTR
                   ON OVERFLOW
                       MOVE 'Y' TO WS-DT-REJECT-FLAG
                       MOVE ERR-XFM-T003-CODE TO WS-DT-REJECT-CODE
                       MOVE ERR-XFM-T003-DESC TO WS-DT-REJECT-REASON
               END-STRING
           ELSE
               STRING WS-OUTPUT-DELIM-CHAR DELIMITED BY SIZE
                      WS-LKT-VALUE(WS-LKT-IDX) DELIMITED BY '  '
                      INTO WS-TRANSFORMED-DATA
                      WITH POINTER WS-OUT-PTR
                   ON OVERFLOW
                       MOVE 'Y' TO WS-DT-REJECT-FLAG
                       MOVE ERR-XFM-T003-CODE TO WS-DT-REJECT-CODE

       3000-FINALIZE.
           PERFORM 3100-DISPLAY-STATISTICS.
           IF CUSTOMER-LOOKUPS
               CLOSE CUSTOMER-FILE
           END-IF.
           IF PRODUCT-LOOKUPS
               CLOSE PRODUCT-MASTER-FILE
           END-IF.
           IF ACCOUNT-LOOKUPS
               CLOSE MASTER-ACCOUNT-FILE
           END-IF.
           IF TYPED-MODE
               CLOSE TYPED-INPUT-FILE
                     OUTPUT-FILE
           DISPLAY 'Bad Records Skipped:' WS-BAD-RECORDS-COUNT.
           DISPLAY 'Last Char Count:   ' WS-CHAR-COUNT.
           DISPLAY 'Last Space Count:  ' WS-SPACE-COUNT.
           IF WS-LKT-COUNT > 0
               PERFORM 3110-DISPLAY-ONE-LOOKUP
                   VARYING WS-LKT-IDX FROM 1 BY 1
                   UNTIL WS-LKT-IDX > WS-LKT-COUNT
           END-IF.
           DISPLAY '======================================'.
           PERFORM 3200-DISPLAY-BATCH-TIMING.

       3110-DISPLAY-ONE-LOOKUP.
           DISPLAY 'Lookup ' WS-LKT-RULE-ID(WS-LKT-IDX) ' '
               WS-LKT-REF-FILE(WS-LKT-IDX)
               ' Matched: ' WS-LKT-MATCHES(WS-LKT-IDX)
               ' Missed: ' WS-LKT-MISSES(WS-LKT-IDX).

       3200-DISPLAY-BATCH-TIMING.
           ACCEPT WS-BATCH-END-TIME FROM TIME.
           COMPUTE WS-ELAPSED-SECONDS =

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEW-HIRE-REPORT.
       AUTHOR. TEST-SUITE.
      *****************************************************************
      * Weekly new-hire and rehire report to the state new-hire       *
      * registry - until now HR compiled the list from e-mails.       *
      * - new-hire-log.dat: every hire and rehire applied by          *
      *   EMPLOYEE-MAINT, with its SSN and, for a rehire, the prior   *
      *   termination date; entries filed here are marked reported    *
      *   and carried to new-hire-log-new.dat, so nobody is sent twice*
      * - employer-profile.dat: the employer identification (FEIN,    *
      *   state employer account, name and address) for the filing    *
      *   header and the days the state allows for filing             *
      * - new-hire-filing.dat: header, one record per hire, trailer   *
      * - Employees on the master whose hire date has no log entry    *
      *   (hired outside the maintenance driver) are not filed - they *
      *   have no SSN on file - but are reported so none is missed    *
      * - new-hire-deadline-report.txt: hires filed late, hires held  *
      *   or missing and approaching or past the filing deadline      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYER-PROFILE-FILE
               ASSIGN TO 'employer-profile.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EPR-STATUS.

      *    Appended to by EMPLOYEE-MAINT.
           SELECT NEW-HIRE-LOG-FILE
               ASSIGN TO 'new-hire-log.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NHL-STATUS.

           SELECT NEW-HIRE-LOG-NEW-FILE
               ASSIGN TO 'new-hire-log-new.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NHN-STATUS.

           SELECT EMPLOYEE-FILE
               ASSIGN TO 'employees.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.

           SELECT NEW-HIRE-FILING-FILE
               ASSIGN TO 'new-hire-filing.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NHF-STATUS.

           SELECT DEADLINE-REPORT-FILE
               ASSIGN TO 'new-hire-deadline-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    One record. FILING-DAYS is the number of days after the
      *    hire date the state allows (20 when blank); WARNING-DAYS
      *    how long before that a hire shows as due soon (5 when
      *    blank). Hires before REGISTRY-START are not looked for on
      *    the master.
       FD  EMPLOYER-PROFILE-FILE.
       01  EMPLOYER-PROFILE-RECORD.
           05  EPR-FEIN             PIC X(9).
           05  EPR-STATE-ACCOUNT    PIC X(15).
           05  EPR-NAME             PIC X(40).
           05  EPR-ADDRESS          PIC X(40).
           05  EPR-CITY             PIC X(25).
           05  EPR-STATE            PIC X(2).
           05  EPR-ZIP              PIC X(9).
           05  EPR-FILING-DAYS      PIC 9(3).
           05  EPR-WARNING-DAYS     PIC 9(3).
           05  EPR-REGISTRY-START   PIC X(8).
           05  FILLER               PIC X(6).

      *    Same layout as written by EMPLOYEE-MAINT.
       FD  NEW-HIRE-LOG-FILE.
       01  NEW-HIRE-LOG-RECORD.
           05  NHL-EMP-ID           PIC X(6).
           05  NHL-EMP-NAME         PIC X(30).
           05  NHL-SSN              PIC X(9).
           05  NHL-HIRE-DATE        PIC X(8).
      *    'N' new hire, 'R' rehire.
           05  NHL-HIRE-TYPE        PIC X(1).
           05  NHL-PRIOR-TERM-DATE  PIC X(8).
           05  NHL-WORK-LOC         PIC X(4).
           05  NHL-LOGGED-DATE      PIC X(8).
      *    Blank = not yet reported, 'R' = filed with the state.
           05  NHL-REPORT-STATUS    PIC X(1).
           05  NHL-REPORTED-DATE    PIC X(8).
           05  FILLER               PIC X(7).

       FD  NEW-HIRE-LOG-NEW-FILE.
       01  NEW-HIRE-LOG-NEW-RECORD  PIC X(90).

      *    Same layout as in EMPLOYEE-MAINT; only the fields needed
      *    to find hires missing from the log are named.
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD.
           05  EMP-ID               PIC X(6).
           05  EMP-NAME             PIC X(30).
           05  FILLER               PIC X(31).
           05  EMP-STATUS           PIC X(1).
               88  EMP-TERMINATED   VALUE 'T'.
           05  EMP-TERM-DATE        PIC X(8).
           05  EMP-HIRE-DATE        PIC X(8).
           05  FILLER               PIC X(9).

       FD  NEW-HIRE-FILING-FILE.
       01  NEW-HIRE-FILING-RECORD   PIC X(150).

       FD  DEADLINE-REPORT-FILE.
       01  DEADLINE-REPORT-RECORD   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-EPR-STATUS        PIC XX.
           05  WS-NHL-STATUS        PIC XX.
           05  WS-NHN-STATUS        PIC XX.
           05  WS-EMP-STATUS        PIC XX.
           05  WS-NHF-STATUS        PIC XX.
           05  WS-RPT-STATUS        PIC XX.

       01  WS-FLAGS.
           05  WS-NHL-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  NHL-EOF          VALUE 'Y'.
           05  WS-EMP-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  EMP-EOF          VALUE 'Y'.
           05  WS-LOGGED-FLAG       PIC X(1) VALUE 'N'.
               88  HIRE-LOGGED      VALUE 'Y'.
           05  WS-HEADER-FLAG       PIC X(1) VALUE 'N'.
               88  FILING-STARTED   VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LOG-READ          PIC 9(7) VALUE 0.
           05  WS-ALREADY-REPORTED  PIC 9(7) VALUE 0.
           05  WS-HIRES-FILED       PIC 9(7) VALUE 0.
           05  WS-REHIRES-FILED     PIC 9(7) VALUE 0.
           05  WS-FILED-LATE        PIC 9(7) VALUE 0.
           05  WS-HIRES-HELD        PIC 9(7) VALUE 0.
           05  WS-EMPLOYEES-READ    PIC 9(7) VALUE 0.
           05  WS-HIRES-NOT-LOGGED  PIC 9(7) VALUE 0.
           05  WS-REPORT-LINES      PIC 9(7) VALUE 0.

       01  WS-RUN-DATE              PIC 9(8).

       01  WS-PARAMETERS.
           05  WS-ARG-NUM           PIC 9(02) VALUE 1.
           05  WS-PARM-IN           PIC X(10) VALUE SPACES.
           05  WS-FILING-DAYS       PIC 9(3) VALUE 20.
           05  WS-WARNING-DAYS      PIC 9(3) VALUE 5.
           05  WS-REGISTRY-START    PIC X(8) VALUE '00000000'.

       01  WS-WORK-FIELDS.
           05  WS-RUN-DATE-INT      PIC 9(7) COMP-3.
           05  WS-HIRE-DATE-NUM     PIC 9(8).
           05  WS-HIRE-DATE-INT     PIC 9(7) COMP-3.
           05  WS-DUE-DATE-INT      PIC 9(7) COMP-3.
           05  WS-DUE-DATE          PIC 9(8).
           05  WS-DAYS-ELAPSED      PIC S9(5) COMP-3.
           05  WS-DAYS-LEFT         PIC S9(5) COMP-3.
           05  WS-DEADLINE-STATUS   PIC X(8).
           05  WS-CHECK-DATE        PIC X(8).
           05  WS-CHECK-NOTE        PIC X(30).

      *    The log as read, written back whole with the entries filed
      *    this run marked reported.
       01  WS-LOG-TABLE.
           05  WS-NHT-COUNT         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-NHT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-NHT-COUNT
                   INDEXED BY WS-NHT-IDX.
               10  WS-NHT-RECORD    PIC X(90).

       01  WS-FILING-HEADER.
           05  FILLER               PIC X(1) VALUE 'H'.
           05  WFH-FEIN             PIC X(9).
           05  WFH-STATE-ACCOUNT    PIC X(15).
           05  WFH-NAME             PIC X(40).
           05  WFH-ADDRESS          PIC X(40).
           05  WFH-CITY             PIC X(25).
           05  WFH-STATE            PIC X(2).
           05  WFH-ZIP              PIC X(9).
           05  WFH-FILING-DATE      PIC 9(8).
           05  FILLER               PIC X(1) VALUE SPACES.

       01  WS-FILING-DETAIL.
           05  FILLER               PIC X(1) VALUE 'E'.
           05  WFD-SSN              PIC X(9).
           05  WFD-EMP-NAME         PIC X(30).
           05  WFD-HIRE-DATE        PIC X(8).
           05  WFD-HIRE-TYPE        PIC X(1).
           05  WFD-PRIOR-TERM-DATE  PIC X(8).
           05  WFD-WORK-LOC         PIC X(4).
           05  WFD-EMP-ID           PIC X(6).
           05  WFD-FEIN             PIC X(9).
           05  WFD-STATE-ACCOUNT    PIC X(15).
           05  FILLER               PIC X(59) VALUE SPACES.

       01  WS-FILING-TRAILER.
           05  FILLER               PIC X(1) VALUE 'T'.
           05  WFT-FEIN             PIC X(9).
           05  WFT-RECORD-COUNT     PIC 9(7).
           05  FILLER               PIC X(133) VALUE SPACES.

       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  WS-TITLE-LINE.
           05  FILLER               PIC X(35)
               VALUE 'NEW-HIRE REPORTING DEADLINES - RUN '.
           05  WTL-RUN-DATE         PIC 9(8).
           05  FILLER               PIC X(16) VALUE '   FILING DAYS: '.
           05  WTL-FILING-DAYS      PIC ZZ9.
           05  FILLER               PIC X(70) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  WSL-TITLE            PIC X(60).
           05  FILLER               PIC X(72) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER               PIC X(50) VALUE
               'EMP-ID  NAME                            HIRE DATE '.
           05  FILLER               PIC X(50) VALUE
               'TYPE  DUE DATE   DAYS LEFT  STATUS    NOTE'.
           05  FILLER               PIC X(32) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WDL-EMP-ID           PIC X(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WDL-EMP-NAME         PIC X(30).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WDL-HIRE-DATE        PIC X(8).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WDL-HIRE-TYPE        PIC X(1).
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WDL-DUE-DATE         PIC 9(8).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WDL-DAYS-LEFT        PIC ----9.
           05  FILLER               PIC X(6) VALUE SPACES.
           05  WDL-STATUS           PIC X(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WDL-NOTE             PIC X(30).
           05  FILLER               PIC X(14) VALUE SPACES.

       01  WS-NONE-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(30)
               VALUE 'NONE'.
           05  FILLER               PIC X(98) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           PERFORM 1100-LOAD-ONE-LOG-ENTRY
               UNTIL NHL-EOF.
           PERFORM 1200-OPEN-OUTPUTS.
           MOVE 'HIRES FILED THIS RUN AFTER THE DEADLINE OR HELD BACK'
               TO WSL-TITLE.
           PERFORM 3100-WRITE-SECTION-HEADER.
           MOVE ZERO TO WS-REPORT-LINES.
           PERFORM 2000-FILE-ONE-LOG-ENTRY
               VARYING WS-NHT-IDX FROM 1 BY 1
               UNTIL WS-NHT-IDX > WS-NHT-COUNT.
           PERFORM 3200-WRITE-NONE-IF-EMPTY.
           MOVE 'HIRES ON THE EMPLOYEE MASTER MISSING FROM THE LOG'
               TO WSL-TITLE.
           PERFORM 3100-WRITE-SECTION-HEADER.
           MOVE ZERO TO WS-REPORT-LINES.
           PERFORM 2500-CHECK-ONE-EMPLOYEE
               UNTIL EMP-EOF.
           PERFORM 3200-WRITE-NONE-IF-EMPTY.
           PERFORM 4000-FINALIZE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

      *    Parameter: the run date (YYYYMMDD), default today - the
      *    deadlines are counted to it.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-IN FROM ARGUMENT-VALUE.
           IF WS-PARM-IN(1:8) NUMERIC AND WS-PARM-IN(1:8) NOT = ZERO
               MOVE WS-PARM-IN(1:8) TO WS-RUN-DATE
           END-IF
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

           OPEN INPUT EMPLOYER-PROFILE-FILE.
           IF WS-EPR-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPLOYER PROFILE: ' WS-EPR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ EMPLOYER-PROFILE-FILE
               AT END
                   DISPLAY 'EMPLOYER PROFILE IS EMPTY'
                   MOVE 16 TO RETURN-CODE
                   CLOSE EMPLOYER-PROFILE-FILE
                   STOP RUN
           END-READ.
           CLOSE EMPLOYER-PROFILE-FILE.

           IF EPR-FILING-DAYS NUMERIC AND EPR-FILING-DAYS > ZERO
               MOVE EPR-FILING-DAYS TO WS-FILING-DAYS
           END-IF
           IF EPR-WARNING-DAYS NUMERIC
                   AND EPR-WARNING-DAYS < WS-FILING-DAYS
               MOVE EPR-WARNING-DAYS TO WS-WARNING-DAYS
           END-IF
           IF EPR-REGISTRY-START NUMERIC
               MOVE EPR-REGISTRY-START TO WS-REGISTRY-START
           END-IF

           DISPLAY 'NEW-HIRE REPORT RUN DATE: ' WS-RUN-DATE.

           OPEN INPUT NEW-HIRE-LOG-FILE.
           IF WS-NHL-STATUS NOT = '00'
               DISPLAY 'NO NEW-HIRE LOG ON FILE: ' WS-NHL-STATUS
               MOVE 'Y' TO WS-NHL-EOF-FLAG
           END-IF.

           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'EMPLOYEE MASTER UNAVAILABLE: ' WS-EMP-STATUS
               MOVE 'Y' TO WS-EMP-EOF-FLAG
           END-IF.

       1100-LOAD-ONE-LOG-ENTRY.
           READ NEW-HIRE-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-NHL-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-LOG-READ
                   IF WS-NHT-COUNT < 5000
                       ADD 1 TO WS-NHT-COUNT
                       MOVE NEW-HIRE-LOG-RECORD
                           TO WS-NHT-RECORD(WS-NHT-COUNT)
                   ELSE
                       DISPLAY 'NEW-HIRE LOG TABLE FULL - ENTRY NOT '
                           'LOADED: ' NHL-EMP-ID
                   END-IF
           END-READ.

       1200-OPEN-OUTPUTS.
           OPEN OUTPUT NEW-HIRE-FILING-FILE
                       DEADLINE-REPORT-FILE.

           MOVE WS-RUN-DATE TO WTL-RUN-DATE
           MOVE WS-FILING-DAYS TO WTL-FILING-DAYS
           WRITE DEADLINE-REPORT-RECORD FROM WS-TITLE-LINE.

      *    Unreported entries with an SSN are filed and marked; one
      *    without (logged before the SSN was required) is held and
      *    stays unreported until HR completes it.
       2000-FILE-ONE-LOG-ENTRY.
           MOVE WS-NHT-RECORD(WS-NHT-IDX) TO NEW-HIRE-LOG-RECORD

           IF NHL-REPORT-STATUS = 'R'
               ADD 1 TO WS-ALREADY-REPORTED
           ELSE
               MOVE NHL-HIRE-DATE TO WS-CHECK-DATE
               PERFORM 2400-MEASURE-DEADLINE
               IF NHL-SSN NUMERIC AND NHL-SSN NOT = ZERO
                   PERFORM 2100-WRITE-FILING-DETAIL
                   MOVE 'R' TO NHL-REPORT-STATUS
                   MOVE WS-RUN-DATE TO NHL-REPORTED-DATE
                   MOVE NEW-HIRE-LOG-RECORD
                       TO WS-NHT-RECORD(WS-NHT-IDX)
                   IF WS-DAYS-LEFT < ZERO
                       ADD 1 TO WS-FILED-LATE
                       MOVE 'FILED LATE' TO WS-CHECK-NOTE
                       PERFORM 2200-WRITE-LOG-DEADLINE-LINE
                   END-IF
               ELSE
                   ADD 1 TO WS-HIRES-HELD
                   MOVE 'HELD - NO SSN' TO WS-CHECK-NOTE
                   PERFORM 2200-WRITE-LOG-DEADLINE-LINE
               END-IF
           END-IF.

       2100-WRITE-FILING-DETAIL.
           IF NOT FILING-STARTED
               MOVE EPR-FEIN TO WFH-FEIN
               MOVE EPR-STATE-ACCOUNT TO WFH-STATE-ACCOUNT
               MOVE EPR-NAME TO WFH-NAME
               MOVE EPR-ADDRESS TO WFH-ADDRESS
               MOVE EPR-CITY TO WFH-CITY
               MOVE EPR-STATE TO WFH-STATE
               MOVE EPR-ZIP TO WFH-ZIP
               MOVE WS-RUN-DATE TO WFH-FILING-DATE
               WRITE NEW-HIRE-FILING-RECORD FROM WS-FILING-HEADER
               MOVE 'Y' TO WS-HEADER-FLAG
           END-IF

           MOVE NHL-SSN TO WFD-SSN
           MOVE NHL-EMP-NAME TO WFD-EMP-NAME
           MOVE NHL-HIRE-DATE TO WFD-HIRE-DATE
           MOVE NHL-HIRE-TYPE TO WFD-HIRE-TYPE
           MOVE NHL-PRIOR-TERM-DATE TO WFD-PRIOR-TERM-DATE
           MOVE NHL-WORK-LOC TO WFD-WORK-LOC
           MOVE NHL-EMP-ID TO WFD-EMP-ID
           MOVE EPR-FEIN TO WFD-FEIN
           MOVE EPR-STATE-ACCOUNT TO WFD-STATE-ACCOUNT
           WRITE NEW-HIRE-FILING-RECORD FROM WS-FILING-DETAIL

           IF NHL-HIRE-TYPE = 'R'
               ADD 1 TO WS-REHIRES-FILED
           ELSE
               ADD 1 TO WS-HIRES-FILED
           END-IF.

       2200-WRITE-LOG-DEADLINE-LINE.
           MOVE NHL-EMP-ID TO WDL-EMP-ID
           MOVE NHL-EMP-NAME TO WDL-EMP-NAME
           MOVE NHL-HIRE-DATE TO WDL-HIRE-DATE
           MOVE NHL-HIRE-TYPE TO WDL-HIRE-TYPE
           PERFORM 3000-WRITE-DEADLINE-LINE.

      *    A hire on the master is covered when the log has an entry
      *    for the same employee and hire date, reported or not.
       2500-CHECK-ONE-EMPLOYEE.
           READ EMPLOYEE-FILE
               AT END
                   MOVE 'Y' TO WS-EMP-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-EMPLOYEES-READ
                   IF EMP-HIRE-DATE NUMERIC
                           AND EMP-HIRE-DATE >= WS-REGISTRY-START
                           AND EMP-HIRE-DATE <= WS-RUN-DATE
                           AND NOT EMP-TERMINATED
                       PERFORM 2510-FIND-LOG-ENTRY
                       IF NOT HIRE-LOGGED
                           ADD 1 TO WS-HIRES-NOT-LOGGED
                           MOVE EMP-HIRE-DATE TO WS-CHECK-DATE
                           PERFORM 2400-MEASURE-DEADLINE
                           MOVE 'NOT LOGGED - NO SSN ON FILE'
                               TO WS-CHECK-NOTE
                           MOVE EMP-ID TO WDL-EMP-ID
                           MOVE EMP-NAME TO WDL-EMP-NAME
                           MOVE EMP-HIRE-DATE TO WDL-HIRE-DATE
                           MOVE '?' TO WDL-HIRE-TYPE
                           PERFORM 3000-WRITE-DEADLINE-LINE
                       END-IF
                   END-IF
           END-READ.

       2510-FIND-LOG-ENTRY.
           MOVE 'N' TO WS-LOGGED-FLAG
           IF WS-NHT-COUNT > 0
               SET WS-NHT-IDX TO 1
               SEARCH WS-NHT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-NHT-RECORD(WS-NHT-IDX)(1:6) = EMP-ID
                           AND WS-NHT-RECORD(WS-NHT-IDX)(46:8)
                               = EMP-HIRE-DATE
                       MOVE 'Y' TO WS-LOGGED-FLAG
               END-SEARCH
           END-IF.

      *    Deadline = hire date + filing days; within the warning
      *    days of it a hire is DUE SOON, after it LATE.
       2400-MEASURE-DEADLINE.
           MOVE ZERO TO WS-DUE-DATE
                        WS-DAYS-LEFT
           MOVE 'UNKNOWN ' TO WS-DEADLINE-STATUS
           IF WS-CHECK-DATE NUMERIC
               MOVE WS-CHECK-DATE TO WS-HIRE-DATE-NUM
               COMPUTE WS-HIRE-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-HIRE-DATE-NUM)
               COMPUTE WS-DUE-DATE-INT =
                   WS-HIRE-DATE-INT + WS-FILING-DAYS
               COMPUTE WS-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DUE-DATE-INT)
               COMPUTE WS-DAYS-ELAPSED =
                   WS-RUN-DATE-INT - WS-HIRE-DATE-INT
               COMPUTE WS-DAYS-LEFT =
                   WS-FILING-DAYS - WS-DAYS-ELAPSED
               EVALUATE TRUE
                   WHEN WS-DAYS-LEFT < ZERO
                       MOVE 'LATE    ' TO WS-DEADLINE-STATUS
                   WHEN WS-DAYS-LEFT <= WS-WARNING-DAYS
                       MOVE 'DUE SOON' TO WS-DEADLINE-STATUS
                   WHEN OTHER
                       MOVE 'OPEN    ' TO WS-DEADLINE-STATUS
               END-EVALUATE
           END-IF.

       3000-WRITE-DEADLINE-LINE.
           MOVE WS-DUE-DATE TO WDL-DUE-DATE
           MOVE WS-DAYS-LEFT TO WDL-DAYS-LEFT
           MOVE WS-DEADLINE-STATUS TO WDL-STATUS
           MOVE WS-CHECK-NOTE TO WDL-NOTE
           WRITE DEADLINE-REPORT-RECORD FROM WS-DETAIL-LINE
           ADD 1 TO WS-REPORT-LINES.

       3100-WRITE-SECTION-HEADER.
           WRITE DEADLINE-REPORT-RECORD FROM WS-BLANK-LINE
           WRITE DEADLINE-REPORT-RECORD FROM WS-SECTION-LINE
           WRITE DEADLINE-REPORT-RECORD FROM WS-COLUMN-HEADER.

       3200-WRITE-NONE-IF-EMPTY.
           IF WS-REPORT-LINES = ZERO
               WRITE DEADLINE-REPORT-RECORD FROM WS-NONE-LINE
           END-IF.

       4000-FINALIZE.
           IF FILING-STARTED
               MOVE EPR-FEIN TO WFT-FEIN
               COMPUTE WFT-RECORD-COUNT =
                   WS-HIRES-FILED + WS-REHIRES-FILED
               WRITE NEW-HIRE-FILING-RECORD FROM WS-FILING-TRAILER
           END-IF

           OPEN OUTPUT NEW-HIRE-LOG-NEW-FILE.
           IF WS-NHN-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING NEW-HIRE LOG: ' WS-NHN-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 4100-WRITE-ONE-LOG-ENTRY
                   VARYING WS-NHT-IDX FROM 1 BY 1
                   UNTIL WS-NHT-IDX > WS-NHT-COUNT
               CLOSE NEW-HIRE-LOG-NEW-FILE
           END-IF.

           IF WS-NHL-STATUS = '00' OR WS-NHL-STATUS = '10'
               CLOSE NEW-HIRE-LOG-FILE
           END-IF.
           IF WS-EMP-STATUS = '00' OR WS-EMP-STATUS = '10'
               CLOSE EMPLOYEE-FILE
           END-IF.
           CLOSE NEW-HIRE-FILING-FILE
                 DEADLINE-REPORT-FILE.

           IF WS-FILED-LATE > 0 OR WS-HIRES-HELD > 0
                   OR WS-HIRES-NOT-LOGGED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY '======================================'.
           DISPLAY 'NEW-HIRE REPORT STATISTICS'.
           DISPLAY '======================================'.
           DISPLAY 'Log Entries Read:   ' WS-LOG-READ.
           DISPLAY 'Already Reported:   ' WS-ALREADY-REPORTED.
           DISPLAY 'New Hires Filed:    ' WS-HIRES-FILED.
           DISPLAY 'Rehires Filed:      ' WS-REHIRES-FILED.
           DISPLAY 'Filed Late:         ' WS-FILED-LATE.
           DISPLAY 'Held - No SSN:      ' WS-HIRES-HELD.
           DISPLAY 'Employees Read:     ' WS-EMPLOYEES-READ.
           DISPLAY 'Hires Not Logged:   ' WS-HIRES-NOT-LOGGED.
           DISPLAY '======================================'.

       4100-WRITE-ONE-LOG-ENTRY.
           WRITE NEW-HIRE-LOG-NEW-RECORD
               FROM WS-NHT-RECORD(WS-NHT-IDX).

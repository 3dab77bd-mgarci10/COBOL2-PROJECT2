      ******************************************************************
      *PROGRAM : PROJECT 2   CROSS-FILE INTEGRITY AUDIT               *
      *AUTHOR  : Mario Garcia                                         *
      *DATE    : 10/15/2026                                           *
      *ABSTRACT: Checks the masters the quarterly cycle depends on    *
      *          against each other before GROSS and SORT are run:    *
      *          employee-master, dept-master, rate-master,           *
      *          deduction-master, ytd-master, run-control and        *
      *          gl-post-control.  Findings print grouped by          *
      *          severity.  An ERROR is something the cycle would     *
      *          trip over (an active employee or a YTD quarter       *
      *          charged to a department that is missing or           *
      *          inactive, an active department with no GL account,   *
      *          a YTD employee not on the employee master) and sets  *
      *          RC 8 so the scheduler holds the cycle.  A WARNING is *
      *          stale or inconsistent data to clean up (a terminated *
      *          employee with an open deduction or a future-dated    *
      *          rate, orphan rate or deduction records, a quarter    *
      *          left IN-PROGRESS, a GL batch that does not agree     *
      *          with run-control) and sets RC 4.  The result goes on *
      *          the batch run log.  Optional parm: the quarter about *
      *          to be run, e.g. Q2 2026, which labels the log entry. *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARCIA-P02-INTEG.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPL-MST ASSIGN TO 'employee-master.dat'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS SEQUENTIAL
                          RECORD KEY IS EMPL-ID
                          FILE STATUS IS WS-EMPL-STATUS.

           SELECT DEPT-MASTER ASSIGN TO 'dept-master.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-DEPT-STATUS.

           SELECT RATE-MASTER ASSIGN TO 'rate-master.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-RATE-STATUS.

           SELECT DED-MASTER ASSIGN TO 'deduction-master.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-DEDM-STATUS.

           SELECT YTD-MST ASSIGN TO 'ytd-master.dat'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS SEQUENTIAL
                          RECORD KEY IS YTD-EMP-ID
                          FILE STATUS IS WS-YTD-STATUS.

           SELECT RUN-CONTROL ASSIGN TO 'run-control.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT GL-CONTROL ASSIGN TO 'gl-post-control.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-GLC-STATUS.

           SELECT PR-RPT  ASSIGN TO 'LNAME-p02-integ.rpt'
                          ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-LOG ASSIGN TO 'batch-run-log.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-RLOG-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  EMPL-MST.
       01  EMPL-REC.
           03  EMPL-ID                     PIC X(4).
           03  EMPL-LNAME                  PIC X(15).
           03  EMPL-FNAME                  PIC X(15).
           03  EMPL-DEPT                   PIC 99.
           03  EMPL-HIRE-DATE              PIC 9(8).
           03  EMPL-STATUS                 PIC X.
           03  EMPL-BANK-ROUTING           PIC X(9).
           03  EMPL-BANK-ACCT              PIC X(17).
           03  EMPL-DEP-STATUS             PIC X.
           03  EMPL-SSN                    PIC X(9).
           03  EMPL-ADDR-STREET            PIC X(30).
           03  EMPL-ADDR-CITY              PIC X(20).
           03  EMPL-ADDR-STATE             PIC XX.
           03  EMPL-ADDR-ZIP               PIC X(9).

       FD  DEPT-MASTER.
       01  DEPT-MST-REC.
           03  DEPT-MST-CODE               PIC 99.
           03  DEPT-MST-NAME               PIC X(5).
           03  DEPT-MST-ACTIVE             PIC X.
           03  DEPT-MST-GL-ACCT            PIC 9(8).

       FD  RATE-MASTER.
       01  RATE-REC.
           03  RATE-EMP-ID                 PIC X(4).
           03  RATE-EFF-DATE               PIC 9(8).
           03  RATE-HOURLY                 PIC 99V99.

       FD  DED-MASTER.
       01  DEDM-REC.
           03  DEDM-EMP-ID                 PIC X(4).
           03  DEDM-CODE                   PIC X(3).
           03  DEDM-TYPE                   PIC X.
           03  DEDM-RATE                   PIC 9(5)V99.
           03  DEDM-START                  PIC 9(8).
           03  DEDM-STOP                   PIC 9(8).
           03  DEDM-PRIORITY               PIC X.
           03  DEDM-GOAL-AMT               PIC 9(7)V99.
           03  DEDM-GOAL-TAKEN             PIC 9(7)V99.
           03  DEDM-GOAL-QTR               PIC 9(5).
           03  DEDM-GOAL-LAST              PIC 9(6)V99.

       FD  YTD-MST.
       01  YTD-REC.
           03  YTD-EMP-ID                  PIC X(4).
           03  YTD-DEPT                    PIC 99.
           03  YTD-YEAR                    PIC 9999.
           03  YTD-LNAME                   PIC X(15).
           03  YTD-FNAME                   PIC X(15).
           03  YTD-QTR-AMT                 PIC 9(6)V99 OCCURS 4 TIMES.
           03  YTD-QTR-DEPT                PIC 99      OCCURS 4 TIMES.
           03  YTD-TOTAL                   PIC 9(7)V99.

       FD  RUN-CONTROL.
       01  RC-REC.
           03  RC-QTR                      PIC 9.
           03  RC-YEAR                     PIC 9999.
           03  RC-STATUS                   PIC X(11).
           03  RC-INPUT-FILENAME           PIC X(30).
           03  RC-STAMP                    PIC X(14).

       FD  GL-CONTROL.
       01  GLC-REC.
           03  GLC-QTR                     PIC 9.
           03  GLC-YEAR                    PIC 9999.
           03  GLC-STAMP                   PIC X(14).
           03  GLC-REC-CNT                 PIC 9(4).
           03  GLC-HASH                    PIC 9(11)V99.
           03  GLC-STATUS                  PIC X(9).
           03  GLC-REASON                  PIC X(20).

       FD  PR-RPT.
       01  PR-RPT-REC                      PIC X(100).

       FD  RUN-LOG.
       01  RLOG-REC.
           03  RLOG-PROGRAM                PIC X(18).
           03  RLOG-STAMP                  PIC X(14).
           03  RLOG-QTR                    PIC 9.
           03  RLOG-YEAR                   PIC 9999.
           03  RLOG-INPUT-FILE             PIC X(30).
           03  RLOG-READ-CTR               PIC 9(5).
           03  RLOG-RELEASED-CTR           PIC 9(5).
           03  RLOG-EXC-CTR                PIC 9(5).
           03  RLOG-DUP-CTR                PIC 9(5).
           03  RLOG-RECON-RESULT           PIC X(14).
           03  RLOG-RETURN-CODE            PIC 99.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-RUN-PARM.
           03  WS-PARM-STRING               PIC X(20)   VALUE SPACES.
           03  WS-PARM-TOK1                 PIC X(5)    VALUE SPACES.
           03  WS-PARM-TOK2                 PIC X(5)    VALUE SPACES.
       01  WS-RUN-QTR                       PIC 9       VALUE ZERO.
       01  WS-RUN-YEAR                      PIC 9999    VALUE ZERO.
       01  WS-RUN-DATE                      PIC 9(8)    VALUE ZERO.

       01  WS-SYS-DATE.
           03  WS-SYS-YR.
               05  WS-SYS-YR-CENTURY       PIC 99.
               05  WS-SYS-YR-DECADE        PIC 99.
           03  WS-SYS-MO                   PIC 99.
           03  WS-SYS-DAY                  PIC 99.
           03  WS-SYS-HR                   PIC 99.
           03  WS-SYS-MIN                  PIC 99.
           03  WS-SYS-SEC                  PIC 99.

       01  WS-RPT-TITLE-LN.
           03  FILLER      PIC X(28) VALUE "P02-MARIO'S SOLUTION".
           03  FILLER      PIC X(42) VALUE
               'CROSS-FILE INTEGRITY AUDIT'.
           03  WS-RPT-DATE-TIME.
               05  WS-RPT-MO               PIC 99.
               05  FILLER                  PIC X     VALUE '/'.
               05  WS-RPT-DAY              PIC 99.
               05  FILLER                  PIC X     VALUE '/'.
               05  WS-RPT-YR               PIC 9999.

       01  WS-RPT-BLANK-LN                 PIC X(80) VALUE SPACES.
       01  WS-FILE-HDG.
           03  FILLER                      PIC X(30) VALUE
               '  FILE                  RECORD'.
           03  FILLER                      PIC X(30) VALUE
               'S  CHECKED                    '.
       01  WS-FILE-LN.
           03  FILLER                      PIC XX    VALUE SPACES.
           03  WS-FILE-NAME                PIC X(22).
           03  WS-FILE-COUNT               PIC ZZZZ9.
           03  FILLER                      PIC XX    VALUE SPACES.
           03  WS-FILE-NOTE                PIC X(40).
       01  WS-SEV-HDG.
           03  FILLER                      PIC XX    VALUE SPACES.
           03  WS-SEV-HDG-TEXT             PIC X(60).
       01  WS-FND-HDG.
           03  FILLER                      PIC X(30) VALUE
               '  SEVERITY FILE          KEY  '.
           03  FILLER                      PIC X(30) VALUE
               '        FINDING               '.
       01  WS-FND-LN.
           03  FILLER                      PIC XX    VALUE SPACES.
           03  WS-FND-LN-SEV               PIC X(9).
           03  WS-FND-LN-FILE              PIC X(14).
           03  WS-FND-LN-KEY               PIC X(14).
           03  WS-FND-LN-TEXT              PIC X(50).
       01  WS-NONE-LN.
           03  FILLER                      PIC X(30) VALUE
               '  NONE'.

       01  WS-TOT-LN.
           03  FILLER                      PIC XX    VALUE SPACES.
           03  WS-TOT-LABEL                PIC X(26).
           03  WS-TOT-COUNT                PIC ZZZZ9.
           03  FILLER                      PIC X(47) VALUE SPACES.

       01  WS-FLAGS.
           03  WS-EMPL-EOF-FLAG            PIC X       VALUE 'N'.
               88  WS-EMPL-EOF                         VALUE 'Y'.
           03  WS-DEPT-EOF-FLAG            PIC X       VALUE 'N'.
               88  WS-DEPT-EOF                         VALUE 'Y'.
           03  WS-RATE-EOF-FLAG            PIC X       VALUE 'N'.
               88  WS-RATE-EOF                         VALUE 'Y'.
           03  WS-DEDM-EOF-FLAG            PIC X       VALUE 'N'.
               88  WS-DEDM-EOF                         VALUE 'Y'.
           03  WS-YTD-EOF-FLAG             PIC X       VALUE 'N'.
               88  WS-YTD-EOF                          VALUE 'Y'.
           03  WS-RUNCTL-EOF-FLAG          PIC X       VALUE 'N'.
               88  WS-RUNCTL-EOF                       VALUE 'Y'.
           03  WS-GLC-EOF-FLAG             PIC X       VALUE 'N'.
               88  WS-GLC-EOF                          VALUE 'Y'.
           03  WS-DEDM-OPEN-FLAG           PIC X       VALUE 'N'.
               88  WS-DEDM-OPEN                        VALUE 'Y'.

       01  WS-EMPL-STATUS                  PIC XX      VALUE SPACES.
       01  WS-DEPT-STATUS                  PIC XX      VALUE SPACES.
       01  WS-RATE-STATUS                  PIC XX      VALUE SPACES.
       01  WS-DEDM-STATUS                  PIC XX      VALUE SPACES.
       01  WS-YTD-STATUS                   PIC XX      VALUE SPACES.
       01  WS-RUNCTL-STATUS                PIC XX      VALUE SPACES.
       01  WS-GLC-STATUS                   PIC XX      VALUE SPACES.
       01  WS-RLOG-STATUS                  PIC XX      VALUE SPACES.

       01  WS-READ-CTRS.
           03  WS-EMPL-READ-CTR            PIC 9(5)    VALUE ZERO.
           03  WS-DEPT-READ-CTR            PIC 9(5)    VALUE ZERO.
           03  WS-RATE-READ-CTR            PIC 9(5)    VALUE ZERO.
           03  WS-DEDM-READ-CTR            PIC 9(5)    VALUE ZERO.
           03  WS-YTD-READ-CTR             PIC 9(5)    VALUE ZERO.
           03  WS-RUNCTL-READ-CTR          PIC 9(5)    VALUE ZERO.
           03  WS-GLC-READ-CTR             PIC 9(5)    VALUE ZERO.
           03  WS-TOTAL-READ-CTR           PIC 9(5)    VALUE ZERO.
       01  WS-RATE-NOTE                    PIC X(40)   VALUE SPACES.
       01  WS-DEDM-NOTE                    PIC X(40)   VALUE SPACES.
       01  WS-YTD-NOTE                     PIC X(40)   VALUE SPACES.
       01  WS-RUNCTL-NOTE                  PIC X(40)   VALUE SPACES.
       01  WS-GLC-NOTE                     PIC X(40)   VALUE SPACES.
       01  WS-NOT-CHECKED-NOTE             PIC X(40)   VALUE
           'NOT PRESENT - NOT CHECKED'.

      * Departments as the cycle programs load them: the first record
      * for a code is the one SORT and EMPMNT find.
       01  WS-DEPT-COUNT                    PIC 999     VALUE ZERO.
       01  WS-DEPT-TABLE.
           03  WS-DEPT-ENTRY  OCCURS 1 TO 100 TIMES
                              DEPENDING ON WS-DEPT-COUNT
                              INDEXED BY WS-DEPT-IDX.
               05  WS-DEPT-CODE            PIC 99.
               05  WS-DEPT-ACTIVE          PIC X.
               05  WS-DEPT-GL-ACCT         PIC 9(8).
       01  WS-DEPT-LOOKUP.
           03  WS-LOOKUP-DEPT-CODE         PIC 99.
           03  WS-LOOKUP-FOUND-FLAG        PIC X       VALUE 'N'.
               88  WS-LOOKUP-FOUND                     VALUE 'Y'.
           03  WS-LOOKUP-ACTIVE            PIC X       VALUE SPACE.

       01  WS-EMP-COUNT                     PIC 9(5)    VALUE ZERO.
       01  WS-EMP-TABLE.
           03  WS-EMP-ENTRY  OCCURS 10000 TIMES
                             INDEXED BY WS-EMP-IDX.
               05  WS-EMP-ID               PIC X(4).
               05  WS-EMP-STATUS           PIC X.
       01  WS-EMP-LOOKUP.
           03  WS-LOOKUP-EMP-ID            PIC X(4).
           03  WS-LOOKUP-EMP-FLAG          PIC X       VALUE 'N'.
               88  WS-LOOKUP-EMP-FOUND                 VALUE 'Y'.
           03  WS-LOOKUP-EMP-STATUS        PIC X       VALUE SPACE.

      * Latest run-control and gl-post-control status per quarter/year
      * (last record on file for a quarter/year wins).
       01  WS-QS-COUNT                      PIC 999     VALUE ZERO.
       01  WS-QS-SUB                        PIC 999     VALUE ZERO.
       01  WS-QS-TABLE.
           03  WS-QS-ENTRY  OCCURS 200 TIMES
                            INDEXED BY WS-QS-IDX.
               05  WS-QS-QTR               PIC 9.
               05  WS-QS-YEAR              PIC 9999.
               05  WS-QS-RC-STATUS         PIC X(11).
               05  WS-QS-GL-STATUS         PIC X(9).
       01  WS-QS-SRCH-QTR                   PIC 9       VALUE ZERO.
       01  WS-QS-SRCH-YEAR                  PIC 9999    VALUE ZERO.

      * Findings are held so the report can group them by severity.
       01  WS-FND-COUNT                     PIC 9(4)    VALUE ZERO.
       01  WS-FND-LOST-CTR                  PIC 9(5)    VALUE ZERO.
       01  WS-FND-TABLE.
           03  WS-FND-ENTRY  OCCURS 2000 TIMES
                             INDEXED BY WS-FND-IDX.
               05  WS-FT-SEV               PIC X.
               05  WS-FT-FILE              PIC X(14).
               05  WS-FT-KEY               PIC X(14).
               05  WS-FT-TEXT              PIC X(50).
       01  WS-NEW-FINDING.
           03  WS-NF-SEV                   PIC X.
               88  WS-NF-ERROR                         VALUE 'E'.
               88  WS-NF-WARNING                       VALUE 'W'.
           03  WS-NF-FILE                  PIC X(14).
           03  WS-NF-KEY                   PIC X(14).
           03  WS-NF-TEXT                  PIC X(50).
       01  WS-ERROR-CTR                     PIC 9(5)    VALUE ZERO.
       01  WS-WARNING-CTR                   PIC 9(5)    VALUE ZERO.
       01  WS-PRINT-SEV                     PIC X       VALUE SPACE.
       01  WS-PRINT-CTR                     PIC 9(5)    VALUE ZERO.
       01  WS-QTR-SUB                       PIC 9       VALUE ZERO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 300-GET-SYS-DATE-TIME.
           PERFORM 110-GET-RUN-PARM.
           PERFORM 150-LOAD-DEPT-MASTER.
           PERFORM 160-LOAD-EMPL-MASTER.
           PERFORM 500-CHECK-RATES.
           PERFORM 520-CHECK-DEDUCTIONS.
           PERFORM 540-CHECK-YTD.
           PERFORM 560-LOAD-RUN-CONTROL.
           PERFORM 570-LOAD-GL-CONTROL.
           PERFORM 580-CHECK-QTR-STATUS.
           COMPUTE WS-TOTAL-READ-CTR =
                   WS-EMPL-READ-CTR + WS-DEPT-READ-CTR +
                   WS-RATE-READ-CTR + WS-DEDM-READ-CTR +
                   WS-YTD-READ-CTR + WS-RUNCTL-READ-CTR +
                   WS-GLC-READ-CTR.

           EVALUATE TRUE
               WHEN WS-ERROR-CTR > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WARNING-CTR > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

           OPEN OUTPUT PR-RPT.
           PERFORM 400-RPT-HEADING.
           PERFORM 600-PRINT-FILES.
           MOVE 'E' TO WS-PRINT-SEV.
           MOVE 'ERRORS - HOLD THE QUARTERLY CYCLE UNTIL CORRECTED'
                TO WS-SEV-HDG-TEXT.
           PERFORM 650-PRINT-SEVERITY.
           MOVE 'W' TO WS-PRINT-SEV.
           MOVE 'WARNINGS - REVIEW AND CORRECT'
                TO WS-SEV-HDG-TEXT.
           PERFORM 650-PRINT-SEVERITY.
           PERFORM 700-RPT-END.
           CLOSE PR-RPT.
           PERFORM 900-WRITE-RUN-LOG.
           DISPLAY 'PROJECT 2 INTEGRITY AUDIT - MARIO GARCIA'.
           DISPLAY 'RECORDS CHECKED: ', WS-TOTAL-READ-CTR.
           DISPLAY 'ERRORS:          ', WS-ERROR-CTR.
           DISPLAY 'WARNINGS:        ', WS-WARNING-CTR.
           IF WS-ERROR-CTR > ZERO
               DISPLAY 'HOLD THE QUARTERLY CYCLE - SEE '
                       'LNAME-p02-integ.rpt'
           END-IF.
           STOP RUN.
      *-----------------------------------------------------------------
      * The parm is optional; when given it is the quarter about to be
      * run, and only labels the run log so operations can see the
      * audit ran ahead of that quarter's GROSS and SORT.
       110-GET-RUN-PARM.
           MOVE SPACES TO WS-PARM-STRING.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
           MOVE WS-SYS-DATE (1:8) TO WS-RUN-DATE.
           IF WS-PARM-STRING = SPACES
               MOVE ZERO      TO WS-RUN-QTR
               MOVE WS-SYS-YR TO WS-RUN-YEAR
           ELSE
               UNSTRING WS-PARM-STRING DELIMITED BY SPACE
                   INTO WS-PARM-TOK1 WS-PARM-TOK2
               END-UNSTRING
               IF WS-PARM-TOK1 (1:1) = 'Q' OR WS-PARM-TOK1 (1:1) = 'q'
                   MOVE WS-PARM-TOK1 (2:1) TO WS-RUN-QTR
               ELSE
                   MOVE WS-PARM-TOK1 (1:1) TO WS-RUN-QTR
               END-IF
               MOVE WS-PARM-TOK2 (1:4)     TO WS-RUN-YEAR
               IF WS-RUN-QTR NOT NUMERIC OR
                  WS-RUN-QTR < 1 OR WS-RUN-QTR > 4
                   DISPLAY 'INVALID QUARTER IN RUN PARM: '
                           WS-PARM-STRING
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-RUN-YEAR NOT NUMERIC OR
                  WS-RUN-YEAR < 1900 OR WS-RUN-YEAR > 2099
                   DISPLAY 'INVALID YEAR IN RUN PARM: ' WS-PARM-STRING
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * The department and employee masters are what everything else
      * is checked against, so neither may be missing.
       150-LOAD-DEPT-MASTER.
           OPEN INPUT DEPT-MASTER.
           IF WS-DEPT-STATUS NOT = '00'
               DISPLAY 'DEPT-MASTER NOT AVAILABLE - STATUS: '
                       WS-DEPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-DEPT-EOF
               READ DEPT-MASTER
                   AT END
                       SET WS-DEPT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-DEPT-READ-CTR
                       PERFORM 155-CHECK-ONE-DEPT
               END-READ
           END-PERFORM.
           CLOSE DEPT-MASTER.
      *-----------------------------------------------------------------
       155-CHECK-ONE-DEPT.
           MOVE SPACES TO WS-NEW-FINDING.
           MOVE 'DEPT-MASTER' TO WS-NF-FILE.
           STRING 'DEPT ' DEPT-MST-REC (1:2) DELIMITED BY SIZE
                  INTO WS-NF-KEY
           END-STRING.
           IF DEPT-MST-CODE NOT NUMERIC OR DEPT-MST-CODE = 99
               SET WS-NF-WARNING TO TRUE
               MOVE 'INVALID OR RESERVED DEPT CODE - IGNORED BY CYCLE'
                    TO WS-NF-TEXT
               PERFORM 800-ADD-FINDING
           ELSE
               MOVE DEPT-MST-CODE TO WS-LOOKUP-DEPT-CODE
               PERFORM 190-LOOKUP-DEPT
               IF WS-LOOKUP-FOUND
                   SET WS-NF-WARNING TO TRUE
                   MOVE 'DUPLICATE DEPT CODE - FIRST RECORD IS USED'
                        TO WS-NF-TEXT
                   PERFORM 800-ADD-FINDING
               ELSE
                   IF WS-DEPT-COUNT >= 100
                       DISPLAY 'DEPT-MASTER TABLE FULL - CANNOT '
                               'CONTINUE: ' DEPT-MST-REC
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE DEPT-MST-CODE
                        TO WS-DEPT-CODE    (WS-DEPT-COUNT)
                   MOVE DEPT-MST-ACTIVE
                        TO WS-DEPT-ACTIVE  (WS-DEPT-COUNT)
                   IF DEPT-MST-GL-ACCT NUMERIC
                       MOVE DEPT-MST-GL-ACCT
                            TO WS-DEPT-GL-ACCT (WS-DEPT-COUNT)
                   ELSE
                       MOVE ZERO
                            TO WS-DEPT-GL-ACCT (WS-DEPT-COUNT)
                   END-IF
                   IF WS-DEPT-GL-ACCT (WS-DEPT-COUNT) = ZERO
                       IF DEPT-MST-ACTIVE = 'Y'
                           SET WS-NF-ERROR TO TRUE
                           MOVE 'ACTIVE DEPT HAS NO GL ACCOUNT'
                                TO WS-NF-TEXT
                       ELSE
                           SET WS-NF-WARNING TO TRUE
                           MOVE 'INACTIVE DEPT HAS NO GL ACCOUNT'
                                TO WS-NF-TEXT
                       END-IF
                       PERFORM 800-ADD-FINDING
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       160-LOAD-EMPL-MASTER.
           OPEN INPUT EMPL-MST.
           IF WS-EMPL-STATUS NOT = '00'
               DISPLAY 'EMPLOYEE-MASTER NOT AVAILABLE - STATUS: '
                       WS-EMPL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EMPL-EOF
               READ EMPL-MST NEXT RECORD
                   AT END
                       SET WS-EMPL-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-EMPL-READ-CTR
                       PERFORM 165-CHECK-ONE-EMPL
               END-READ
           END-PERFORM.
           CLOSE EMPL-MST.
      *-----------------------------------------------------------------
      * A terminated employee is no longer paid, so only an employee
      * still active has to sit in a live department.
       165-CHECK-ONE-EMPL.
           IF WS-EMP-COUNT >= 10000
               DISPLAY 'EMPLOYEE TABLE FULL - CANNOT CONTINUE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-EMP-COUNT.
           MOVE EMPL-ID     TO WS-EMP-ID     (WS-EMP-COUNT).
           MOVE EMPL-STATUS TO WS-EMP-STATUS (WS-EMP-COUNT).
           IF EMPL-STATUS NOT = 'T'
               MOVE SPACES        TO WS-NEW-FINDING
               SET WS-NF-ERROR    TO TRUE
               MOVE 'EMPLOYEE-MST' TO WS-NF-FILE
               STRING 'EMP ' EMPL-ID DELIMITED BY SIZE
                      INTO WS-NF-KEY
               END-STRING
               IF EMPL-DEPT NOT NUMERIC
                   MOVE 'EMPL-DEPT NOT NUMERIC' TO WS-NF-TEXT
                   PERFORM 800-ADD-FINDING
               ELSE
                   MOVE EMPL-DEPT TO WS-LOOKUP-DEPT-CODE
                   PERFORM 190-LOOKUP-DEPT
                   EVALUATE TRUE
                       WHEN NOT WS-LOOKUP-FOUND
                           STRING 'EMPL-DEPT ' EMPL-DEPT
                                  ' NOT ON DEPT MASTER'
                                  DELIMITED BY SIZE INTO WS-NF-TEXT
                           END-STRING
                           PERFORM 800-ADD-FINDING
                       WHEN WS-LOOKUP-ACTIVE NOT = 'Y'
                           STRING 'EMPL-DEPT ' EMPL-DEPT
                                  ' IS AN INACTIVE DEPARTMENT'
                                  DELIMITED BY SIZE INTO WS-NF-TEXT
                           END-STRING
                           PERFORM 800-ADD-FINDING
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       190-LOOKUP-DEPT.
           MOVE 'N'   TO WS-LOOKUP-FOUND-FLAG.
           MOVE SPACE TO WS-LOOKUP-ACTIVE.
           IF WS-DEPT-COUNT > 0
               SET WS-DEPT-IDX TO 1
               SEARCH WS-DEPT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-DEPT-CODE (WS-DEPT-IDX) = WS-LOOKUP-DEPT-CODE
                       SET WS-LOOKUP-FOUND TO TRUE
                       MOVE WS-DEPT-ACTIVE (WS-DEPT-IDX)
                            TO WS-LOOKUP-ACTIVE
               END-SEARCH
           END-IF.
      *-----------------------------------------------------------------
       195-LOOKUP-EMP.
           MOVE 'N'   TO WS-LOOKUP-EMP-FLAG.
           MOVE SPACE TO WS-LOOKUP-EMP-STATUS.
           IF WS-EMP-COUNT > 0
               SET WS-EMP-IDX TO 1
               SEARCH WS-EMP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-EMP-IDX > WS-EMP-COUNT
                       CONTINUE
                   WHEN WS-EMP-ID (WS-EMP-IDX) = WS-LOOKUP-EMP-ID
                       SET WS-LOOKUP-EMP-FOUND TO TRUE
                       MOVE WS-EMP-STATUS (WS-EMP-IDX)
                            TO WS-LOOKUP-EMP-STATUS
               END-SEARCH
           END-IF.
      *-----------------------------------------------------------------
      * A rate dated after today for a terminated employee would be
      * picked up if the employee were ever rehired on the old id.
       500-CHECK-RATES.
           OPEN INPUT RATE-MASTER.
           EVALUATE WS-RATE-STATUS
               WHEN '00'
                   PERFORM UNTIL WS-RATE-EOF
                       READ RATE-MASTER
                           AT END
                               SET WS-RATE-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-RATE-READ-CTR
                               PERFORM 505-CHECK-ONE-RATE
                       END-READ
                   END-PERFORM
                   CLOSE RATE-MASTER
               WHEN '35'
                   MOVE WS-NOT-CHECKED-NOTE TO WS-RATE-NOTE
               WHEN OTHER
                   DISPLAY 'RATE MASTER WILL NOT OPEN - STATUS: '
                           WS-RATE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *-----------------------------------------------------------------
       505-CHECK-ONE-RATE.
           MOVE SPACES          TO WS-NEW-FINDING.
           SET WS-NF-WARNING    TO TRUE.
           MOVE 'RATE-MASTER'   TO WS-NF-FILE.
           STRING 'EMP ' RATE-EMP-ID DELIMITED BY SIZE INTO WS-NF-KEY
           END-STRING.
           MOVE RATE-EMP-ID     TO WS-LOOKUP-EMP-ID.
           PERFORM 195-LOOKUP-EMP.
           EVALUATE TRUE
               WHEN NOT WS-LOOKUP-EMP-FOUND
                   MOVE 'RATE FOR AN EMPLOYEE NOT ON EMPLOYEE MASTER'
                        TO WS-NF-TEXT
                   PERFORM 800-ADD-FINDING
               WHEN WS-LOOKUP-EMP-STATUS = 'T' AND
                    RATE-EFF-DATE NUMERIC AND
                    RATE-EFF-DATE > WS-RUN-DATE
                   STRING 'TERMINATED - FUTURE-DATED RATE EFFECTIVE '
                          RATE-EFF-DATE DELIMITED BY SIZE
                          INTO WS-NF-TEXT
                   END-STRING
                   PERFORM 800-ADD-FINDING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *-----------------------------------------------------------------
       520-CHECK-DEDUCTIONS.
           OPEN INPUT DED-MASTER.
           EVALUATE WS-DEDM-STATUS
               WHEN '00'
                   PERFORM UNTIL WS-DEDM-EOF
                       READ DED-MASTER
                           AT END
                               SET WS-DEDM-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-DEDM-READ-CTR
                               PERFORM 525-CHECK-ONE-DED
                       END-READ
                   END-PERFORM
                   CLOSE DED-MASTER
               WHEN '35'
                   MOVE WS-NOT-CHECKED-NOTE TO WS-DEDM-NOTE
               WHEN OTHER
                   DISPLAY 'DEDUCTION MASTER WILL NOT OPEN - STATUS: '
                           WS-DEDM-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *-----------------------------------------------------------------
      * A deduction is still open when it has no stop date or one not
      * yet passed, and for a goal deduction the goal is not yet met.
       525-CHECK-ONE-DED.
           MOVE SPACES          TO WS-NEW-FINDING.
           SET WS-NF-WARNING    TO TRUE.
           MOVE 'DEDUCTION-MST' TO WS-NF-FILE.
           STRING 'EMP ' DEDM-EMP-ID ' ' DEDM-CODE DELIMITED BY SIZE
                  INTO WS-NF-KEY
           END-STRING.
           MOVE 'N' TO WS-DEDM-OPEN-FLAG.
           IF DEDM-STOP NOT NUMERIC
               SET WS-DEDM-OPEN TO TRUE
           ELSE
               IF DEDM-STOP = ZERO OR DEDM-STOP >= WS-RUN-DATE
                   SET WS-DEDM-OPEN TO TRUE
               END-IF
           END-IF.
           IF WS-DEDM-OPEN AND DEDM-TYPE = 'G' AND
              DEDM-GOAL-AMT NUMERIC AND DEDM-GOAL-TAKEN NUMERIC
               IF DEDM-GOAL-TAKEN >= DEDM-GOAL-AMT
                   MOVE 'N' TO WS-DEDM-OPEN-FLAG
               END-IF
           END-IF.
           MOVE DEDM-EMP-ID     TO WS-LOOKUP-EMP-ID.
           PERFORM 195-LOOKUP-EMP.
           EVALUATE TRUE
               WHEN NOT WS-LOOKUP-EMP-FOUND
                   MOVE 'DEDUCTION FOR AN EMPLOYEE NOT ON EMPLOYEE '
                        & 'MASTER' TO WS-NF-TEXT
                   PERFORM 800-ADD-FINDING
               WHEN WS-LOOKUP-EMP-STATUS = 'T' AND WS-DEDM-OPEN
                   MOVE 'TERMINATED EMPLOYEE HAS AN OPEN DEDUCTION'
                        TO WS-NF-TEXT
                   PERFORM 800-ADD-FINDING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *-----------------------------------------------------------------
      * No YTD master simply means the year has not started posting.
       540-CHECK-YTD.
           OPEN INPUT YTD-MST.
           EVALUATE WS-YTD-STATUS
               WHEN '00'
                   PERFORM UNTIL WS-YTD-EOF
                       READ YTD-MST NEXT RECORD
                           AT END
                               SET WS-YTD-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-YTD-READ-CTR
                               PERFORM 545-CHECK-ONE-YTD
                       END-READ
                   END-PERFORM
                   CLOSE YTD-MST
               WHEN '35'
                   MOVE WS-NOT-CHECKED-NOTE TO WS-YTD-NOTE
               WHEN OTHER
                   DISPLAY 'YTD-MST WILL NOT OPEN - STATUS: '
                           WS-YTD-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *-----------------------------------------------------------------
      * Each quarter's YTD-QTR-DEPT is where the employee actually
      * worked that quarter; it must still resolve for the reports and
      * statements that look it up.  Zero means no pay that quarter.
       545-CHECK-ONE-YTD.
           MOVE SPACES          TO WS-NEW-FINDING.
           MOVE 'YTD-MST'       TO WS-NF-FILE.
           STRING 'EMP ' YTD-EMP-ID DELIMITED BY SIZE INTO WS-NF-KEY
           END-STRING.
           MOVE YTD-EMP-ID      TO WS-LOOKUP-EMP-ID.
           PERFORM 195-LOOKUP-EMP.
           IF NOT WS-LOOKUP-EMP-FOUND
               SET WS-NF-ERROR TO TRUE
               MOVE 'YTD EMPLOYEE NOT ON EMPLOYEE MASTER'
                    TO WS-NF-TEXT
               PERFORM 800-ADD-FINDING
           END-IF.
           PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
                     UNTIL WS-QTR-SUB > 4
               IF YTD-QTR-DEPT (WS-QTR-SUB) NUMERIC AND
                  YTD-QTR-DEPT (WS-QTR-SUB) NOT = ZERO
                   MOVE YTD-QTR-DEPT (WS-QTR-SUB)
                        TO WS-LOOKUP-DEPT-CODE
                   PERFORM 190-LOOKUP-DEPT
                   MOVE SPACES TO WS-NF-TEXT
                   EVALUATE TRUE
                       WHEN NOT WS-LOOKUP-FOUND
                           SET WS-NF-ERROR TO TRUE
                           STRING 'Q' WS-QTR-SUB ' YTD-QTR-DEPT '
                                  YTD-QTR-DEPT (WS-QTR-SUB)
                                  ' NOT ON DEPT MASTER'
                                  DELIMITED BY SIZE INTO WS-NF-TEXT
                           END-STRING
                           PERFORM 800-ADD-FINDING
                       WHEN WS-LOOKUP-ACTIVE NOT = 'Y'
                           SET WS-NF-WARNING TO TRUE
                           STRING 'Q' WS-QTR-SUB ' YTD-QTR-DEPT '
                                  YTD-QTR-DEPT (WS-QTR-SUB)
                                  ' IS AN INACTIVE DEPARTMENT'
                                  DELIMITED BY SIZE INTO WS-NF-TEXT
                           END-STRING
                           PERFORM 800-ADD-FINDING
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       560-LOAD-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL.
           EVALUATE WS-RUNCTL-STATUS
               WHEN '00'
                   PERFORM UNTIL WS-RUNCTL-EOF
                       READ RUN-CONTROL
                           AT END
                               SET WS-RUNCTL-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-RUNCTL-READ-CTR
                               MOVE RC-QTR  TO WS-QS-SRCH-QTR
                               MOVE RC-YEAR TO WS-QS-SRCH-YEAR
                               PERFORM 590-FIND-QTR-STATUS
                               MOVE RC-STATUS
                                    TO WS-QS-RC-STATUS (WS-QS-SUB)
                       END-READ
                   END-PERFORM
                   CLOSE RUN-CONTROL
               WHEN '35'
                   MOVE WS-NOT-CHECKED-NOTE TO WS-RUNCTL-NOTE
               WHEN OTHER
                   DISPLAY 'RUN-CONTROL WILL NOT OPEN - STATUS: '
                           WS-RUNCTL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *-----------------------------------------------------------------
       570-LOAD-GL-CONTROL.
           OPEN INPUT GL-CONTROL.
           EVALUATE WS-GLC-STATUS
               WHEN '00'
                   PERFORM UNTIL WS-GLC-EOF
                       READ GL-CONTROL
                           AT END
                               SET WS-GLC-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-GLC-READ-CTR
                               MOVE GLC-QTR  TO WS-QS-SRCH-QTR
                               MOVE GLC-YEAR TO WS-QS-SRCH-YEAR
                               PERFORM 590-FIND-QTR-STATUS
                               MOVE GLC-STATUS
                                    TO WS-QS-GL-STATUS (WS-QS-SUB)
                       END-READ
                   END-PERFORM
                   CLOSE GL-CONTROL
               WHEN '35'
                   MOVE WS-NOT-CHECKED-NOTE TO WS-GLC-NOTE
               WHEN OTHER
                   DISPLAY 'GL POSTING CONTROL WILL NOT OPEN - '
                           'STATUS: ' WS-GLC-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *-----------------------------------------------------------------
      * A quarter left IN-PROGRESS was interrupted (or is running); a
      * posted quarter should have a GL batch and a GL batch should
      * belong to a posted quarter.  A batch merely WRITTEN is normal
      * until the GL side acknowledges it.
       580-CHECK-QTR-STATUS.
           PERFORM VARYING WS-QS-IDX FROM 1 BY 1
                     UNTIL WS-QS-IDX > WS-QS-COUNT
               MOVE SPACES          TO WS-NEW-FINDING
               SET WS-NF-WARNING    TO TRUE
               STRING 'Q' WS-QS-QTR (WS-QS-IDX) ' '
                      WS-QS-YEAR (WS-QS-IDX)
                      DELIMITED BY SIZE INTO WS-NF-KEY
               END-STRING
               EVALUATE TRUE
                   WHEN WS-QS-RC-STATUS (WS-QS-IDX) = 'IN-PROGRESS'
                       MOVE 'RUN-CONTROL' TO WS-NF-FILE
                       MOVE 'QUARTER LEFT IN-PROGRESS ON RUN-CONTROL'
                            TO WS-NF-TEXT
                       PERFORM 800-ADD-FINDING
                   WHEN (WS-QS-RC-STATUS (WS-QS-IDX) = 'COMPLETE' OR
                         WS-QS-RC-STATUS (WS-QS-IDX) = 'ADJUSTED') AND
                        WS-QS-GL-STATUS (WS-QS-IDX) = SPACES AND
                        WS-GLC-NOTE = SPACES
                       MOVE 'GL-CONTROL'  TO WS-NF-FILE
                       MOVE 'QUARTER POSTED BUT NO GL BATCH ON CONTROL'
                            TO WS-NF-TEXT
                       PERFORM 800-ADD-FINDING
                   WHEN WS-QS-GL-STATUS (WS-QS-IDX) NOT = SPACES AND
                        WS-QS-RC-STATUS (WS-QS-IDX) = SPACES AND
                        WS-RUNCTL-NOTE = SPACES
                       MOVE 'GL-CONTROL'  TO WS-NF-FILE
                       MOVE 'GL BATCH FOR A QUARTER NOT ON RUN-CONTROL'
                            TO WS-NF-TEXT
                       PERFORM 800-ADD-FINDING
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-QS-GL-STATUS (WS-QS-IDX) = 'REJECTED'
                   MOVE 'GL-CONTROL'  TO WS-NF-FILE
                   MOVE 'GL BATCH REJECTED - SEE GLACK REPORT'
                        TO WS-NF-TEXT
                   PERFORM 800-ADD-FINDING
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       590-FIND-QTR-STATUS.
           MOVE ZERO TO WS-QS-SUB.
           PERFORM VARYING WS-QS-IDX FROM 1 BY 1
                     UNTIL WS-QS-IDX > WS-QS-COUNT
               IF WS-QS-QTR  (WS-QS-IDX) = WS-QS-SRCH-QTR AND
                  WS-QS-YEAR (WS-QS-IDX) = WS-QS-SRCH-YEAR
                   SET WS-QS-SUB TO WS-QS-IDX
               END-IF
           END-PERFORM.
           IF WS-QS-SUB = ZERO
               IF WS-QS-COUNT >= 200
                   DISPLAY 'QUARTER STATUS TABLE FULL - CANNOT '
                           'CONTINUE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-QS-COUNT
               MOVE WS-QS-COUNT     TO WS-QS-SUB
               MOVE WS-QS-SRCH-QTR  TO WS-QS-QTR       (WS-QS-SUB)
               MOVE WS-QS-SRCH-YEAR TO WS-QS-YEAR      (WS-QS-SUB)
               MOVE SPACES          TO WS-QS-RC-STATUS (WS-QS-SUB)
                                       WS-QS-GL-STATUS (WS-QS-SUB)
           END-IF.
      *-----------------------------------------------------------------
       300-GET-SYS-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE      TO   WS-SYS-DATE.
           MOVE WS-SYS-MO                  TO   WS-RPT-MO.
           MOVE WS-SYS-DAY                 TO   WS-RPT-DAY.
           MOVE WS-SYS-YR                  TO   WS-RPT-YR.
      *-----------------------------------------------------------------
       400-RPT-HEADING.
           WRITE PR-RPT-REC                FROM WS-RPT-TITLE-LN.
           WRITE PR-RPT-REC                FROM WS-RPT-BLANK-LN.
      *-----------------------------------------------------------------
       600-PRINT-FILES.
           WRITE PR-RPT-REC                FROM WS-FILE-HDG.
           MOVE 'employee-master.dat'      TO   WS-FILE-NAME.
           MOVE WS-EMPL-READ-CTR           TO   WS-FILE-COUNT.
           MOVE SPACES                     TO   WS-FILE-NOTE.
           WRITE PR-RPT-REC                FROM WS-FILE-LN.
           MOVE 'dept-master.dat'          TO   WS-FILE-NAME.
           MOVE WS-DEPT-READ-CTR           TO   WS-FILE-COUNT.
           WRITE PR-RPT-REC                FROM WS-FILE-LN.
           MOVE 'rate-master.dat'          TO   WS-FILE-NAME.
           MOVE WS-RATE-READ-CTR           TO   WS-FILE-COUNT.
           MOVE WS-RATE-NOTE               TO   WS-FILE-NOTE.
           WRITE PR-RPT-REC                FROM WS-FILE-LN.
           MOVE 'deduction-master.dat'     TO   WS-FILE-NAME.
           MOVE WS-DEDM-READ-CTR           TO   WS-FILE-COUNT.
           MOVE WS-DEDM-NOTE               TO   WS-FILE-NOTE.
           WRITE PR-RPT-REC                FROM WS-FILE-LN.
           MOVE 'ytd-master.dat'           TO   WS-FILE-NAME.
           MOVE WS-YTD-READ-CTR            TO   WS-FILE-COUNT.
           MOVE WS-YTD-NOTE                TO   WS-FILE-NOTE.
           WRITE PR-RPT-REC                FROM WS-FILE-LN.
           MOVE 'run-control.dat'          TO   WS-FILE-NAME.
           MOVE WS-RUNCTL-READ-CTR         TO   WS-FILE-COUNT.
           MOVE WS-RUNCTL-NOTE             TO   WS-FILE-NOTE.
           WRITE PR-RPT-REC                FROM WS-FILE-LN.
           MOVE 'gl-post-control.dat'      TO   WS-FILE-NAME.
           MOVE WS-GLC-READ-CTR            TO   WS-FILE-COUNT.
           MOVE WS-GLC-NOTE                TO   WS-FILE-NOTE.
           WRITE PR-RPT-REC                FROM WS-FILE-LN.
      *-----------------------------------------------------------------
       650-PRINT-SEVERITY.
           WRITE PR-RPT-REC                FROM WS-RPT-BLANK-LN.
           WRITE PR-RPT-REC                FROM WS-SEV-HDG.
           WRITE PR-RPT-REC                FROM WS-FND-HDG.
           MOVE ZERO TO WS-PRINT-CTR.
           PERFORM VARYING WS-FND-IDX FROM 1 BY 1
                     UNTIL WS-FND-IDX > WS-FND-COUNT
               IF WS-FT-SEV (WS-FND-IDX) = WS-PRINT-SEV
                   ADD 1 TO WS-PRINT-CTR
                   IF WS-PRINT-SEV = 'E'
                       MOVE 'ERROR'   TO WS-FND-LN-SEV
                   ELSE
                       MOVE 'WARNING' TO WS-FND-LN-SEV
                   END-IF
                   MOVE WS-FT-FILE (WS-FND-IDX) TO WS-FND-LN-FILE
                   MOVE WS-FT-KEY  (WS-FND-IDX) TO WS-FND-LN-KEY
                   MOVE WS-FT-TEXT (WS-FND-IDX) TO WS-FND-LN-TEXT
                   WRITE PR-RPT-REC FROM WS-FND-LN
               END-IF
           END-PERFORM.
           IF WS-PRINT-CTR = ZERO
               WRITE PR-RPT-REC            FROM WS-NONE-LN
           END-IF.
      *-----------------------------------------------------------------
       700-RPT-END.
           WRITE PR-RPT-REC                FROM WS-RPT-BLANK-LN.
           MOVE 'RECORDS CHECKED:          ' TO WS-TOT-LABEL.
           MOVE WS-TOTAL-READ-CTR          TO   WS-TOT-COUNT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
           MOVE 'ERRORS:                   ' TO WS-TOT-LABEL.
           MOVE WS-ERROR-CTR               TO   WS-TOT-COUNT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
           MOVE 'WARNINGS:                 ' TO WS-TOT-LABEL.
           MOVE WS-WARNING-CTR             TO   WS-TOT-COUNT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
           IF WS-FND-LOST-CTR > ZERO
               MOVE 'FINDINGS NOT LISTED:      ' TO WS-TOT-LABEL
               MOVE WS-FND-LOST-CTR        TO   WS-TOT-COUNT
               WRITE PR-RPT-REC            FROM WS-TOT-LN
           END-IF.
      *-----------------------------------------------------------------
      * Every finding counts toward the return code; past the table's
      * size it is counted but not listed.
       800-ADD-FINDING.
           IF WS-NF-ERROR
               ADD 1 TO WS-ERROR-CTR
           ELSE
               ADD 1 TO WS-WARNING-CTR
           END-IF.
           IF WS-FND-COUNT < 2000
               ADD 1 TO WS-FND-COUNT
               SET WS-FND-IDX TO WS-FND-COUNT
               MOVE WS-NF-SEV  TO WS-FT-SEV  (WS-FND-IDX)
               MOVE WS-NF-FILE TO WS-FT-FILE (WS-FND-IDX)
               MOVE WS-NF-KEY  TO WS-FT-KEY  (WS-FND-IDX)
               MOVE WS-NF-TEXT TO WS-FT-TEXT (WS-FND-IDX)
           ELSE
               ADD 1 TO WS-FND-LOST-CTR
           END-IF.
      *-----------------------------------------------------------------
      * Exceptions column carries the errors, duplicates column the
      * warnings; RC 8 and HOLD CYCLE are what the scheduler acts on.
       900-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG.
           IF WS-RLOG-STATUS = '35'
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE 'GARCIA-P02-INTEG'   TO RLOG-PROGRAM.
           MOVE WS-SYS-DATE (1:14)   TO RLOG-STAMP.
           MOVE WS-RUN-QTR           TO RLOG-QTR.
           MOVE WS-RUN-YEAR          TO RLOG-YEAR.
           MOVE 'employee-master.dat' TO RLOG-INPUT-FILE.
           MOVE WS-TOTAL-READ-CTR    TO RLOG-READ-CTR.
           MOVE ZERO                 TO RLOG-RELEASED-CTR.
           MOVE WS-ERROR-CTR         TO RLOG-EXC-CTR.
           MOVE WS-WARNING-CTR       TO RLOG-DUP-CTR.
           EVALUATE TRUE
               WHEN WS-ERROR-CTR > ZERO
                   MOVE 'HOLD CYCLE'     TO RLOG-RECON-RESULT
               WHEN WS-WARNING-CTR > ZERO
                   MOVE 'WARNINGS'       TO RLOG-RECON-RESULT
               WHEN OTHER
                   MOVE 'CLEAN'          TO RLOG-RECON-RESULT
           END-EVALUATE.
           MOVE RETURN-CODE          TO RLOG-RETURN-CODE.
           WRITE RLOG-REC.
           CLOSE RUN-LOG.
      *-----------------------------------------------------------------

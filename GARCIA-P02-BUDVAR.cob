      ******************************************************************
      *PROGRAM : PROJECT 2   LABOR BUDGET VERSUS ACTUAL BY DEPARTMENT *
      *AUTHOR  : Mario Garcia                                         *
      *DATE    : 10/15/2026                                           *
      *ABSTRACT: Compares the labor budget kept by GARCIA-P02-BUDMNT  *
      *          with the labor actually posted to YTD-MST.  Each     *
      *          quarter's pay is charged to that quarter's           *
      *          department of record (YTD-QTR-DEPT), so a            *
      *          transferred employee counts where the work was done. *
      *          For the quarter on the run parm and for the year to  *
      *          date through it, prints budget, actual and variance  *
      *          (actual less budget, dollars and percent of budget)  *
      *          by department with budgeted and actual headcount,    *
      *          and flags every department over budget by more than  *
      *          the tolerance percent, or with labor and no budget.  *
      *          The same figures go to a CSV extract in the          *
      *          GARCIA-P02-SORT payroll detail CSV style.  Run parm: *
      *          quarter, year, tolerance percent (default 10), and   *
      *          FORCE to report a quarter not yet posted COMPLETE,   *
      *          e.g. Q2 2026 5.  Any department flagged sets RC 4.   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARCIA-P02-BUDVAR.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YTD-MST ASSIGN TO 'ytd-master.dat'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS SEQUENTIAL
                          RECORD KEY IS YTD-EMP-ID
                          FILE STATUS IS WS-YTD-STATUS.

           SELECT LABOR-BUDGET ASSIGN TO 'labor-budget.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-LBUD-STATUS.

           SELECT DEPT-MASTER ASSIGN TO 'dept-master.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-DEPT-STATUS.

           SELECT RUN-CONTROL ASSIGN TO 'run-control.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PR-RPT  ASSIGN DYNAMIC WS-PR-RPT-FILENAME
                          ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PR-RPT-CSV ASSIGN DYNAMIC WS-PR-RPT-CSV-FILENAME
                          ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-LOG ASSIGN TO 'batch-run-log.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-RLOG-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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

       FD  LABOR-BUDGET.
       01  LBUD-REC.
           03  LBUD-KEY.
               05  LBUD-DEPT               PIC 99.
               05  LBUD-YEAR               PIC 9999.
               05  LBUD-QTR                PIC 9.
           03  LBUD-AMT                    PIC 9(8)V99.
           03  LBUD-HEADCOUNT              PIC 9(4).

       FD  DEPT-MASTER.
       01  DEPT-MST-REC.
           03  DEPT-MST-CODE               PIC 99.
           03  DEPT-MST-NAME               PIC X(5).
           03  DEPT-MST-ACTIVE             PIC X.
           03  DEPT-MST-GL-ACCT            PIC 9(8).

       FD  RUN-CONTROL.
       01  RC-REC.
           03  RC-QTR                      PIC 9.
           03  RC-YEAR                     PIC 9999.
           03  RC-STATUS                   PIC X(11).
           03  RC-INPUT-FILENAME           PIC X(30).
           03  RC-STAMP                    PIC X(14).

       FD  PR-RPT.
       01  PR-RPT-REC                      PIC X(110).

       FD  PR-RPT-CSV.
       01  PR-RPT-CSV-REC                  PIC X(150).

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
       01  WS-SYS-DATE.
           03  WS-SYS-YR.
               05  WS-SYS-YR-CENTURY       PIC 99.
               05  WS-SYS-YR-DECADE        PIC 99.
           03  WS-SYS-MO                   PIC 99.
           03  WS-SYS-DAY                  PIC 99.
           03  WS-SYS-HR                   PIC 99.
           03  WS-SYS-MIN                  PIC 99.
           03  WS-SYS-SEC                  PIC 99.

       01  WS-RUN-PARM.
           03  WS-PARM-STRING              PIC X(30)   VALUE SPACES.
           03  WS-PARM-TOK1                PIC X(5)    VALUE SPACES.
           03  WS-PARM-TOK2                PIC X(5)    VALUE SPACES.
           03  WS-PARM-TOK3                PIC X(5)    VALUE SPACES.
           03  WS-PARM-TOK4                PIC X(5)    VALUE SPACES.
       01  WS-RUN-QTR                      PIC 9       VALUE ZERO.
       01  WS-RUN-YEAR                     PIC 9999    VALUE ZERO.
       01  WS-FORCE-FLAG                   PIC X       VALUE 'N'.
           88  WS-FORCE-RUN                            VALUE 'Y'.
       01  WS-PR-RPT-FILENAME              PIC X(30)   VALUE SPACES.
       01  WS-PR-RPT-CSV-FILENAME          PIC X(30)   VALUE SPACES.
       01  WS-RLOG-RESULT                  PIC X(14)   VALUE SPACES.

       01  WS-PCT-WORK                     PIC 9(5)    VALUE ZERO.
       01  WS-PCT-SUB                      PIC 9       VALUE ZERO.
       01  WS-PCT-DIGIT-X                  PIC X.
       01  WS-PCT-DIGIT REDEFINES WS-PCT-DIGIT-X PIC 9.
       01  WS-PCT-OK-FLAG                  PIC X       VALUE 'Y'.
           88  WS-PCT-OK                               VALUE 'Y'.
      * Over budget by more than this percent of budget is flagged.
       01  WS-TOLERANCE-PCT                PIC 999     VALUE 10.

       01  WS-QTR-STATUS-TABLE.
           03  WS-QTR-STATUS               PIC X(11)  OCCURS 4 TIMES.

       01  WS-RPT-TITLE-LN.
           03  FILLER      PIC X(28) VALUE "P02-MARIO'S SOLUTION".
           03  FILLER      PIC X(42) VALUE
               'LABOR BUDGET VERSUS ACTUAL BY DEPARTMENT'.
           03  WS-RPT-DATE-TIME.
               05  WS-RPT-MO               PIC 99.
               05  FILLER                  PIC X     VALUE '/'.
               05  WS-RPT-DAY              PIC 99.
               05  FILLER                  PIC X     VALUE '/'.
               05  WS-RPT-YR               PIC 9999.

       01  WS-RPT-BLANK-LN                 PIC X(80) VALUE SPACES.
       01  WS-RUN-LBL-LN.
           03  FILLER                      PIC XX    VALUE SPACES.
           03  FILLER                      PIC X     VALUE 'Q'.
           03  WS-RUN-LBL-QTR              PIC 9.
           03  FILLER                      PIC X     VALUE SPACES.
           03  WS-RUN-LBL-YEAR             PIC 9999.
           03  FILLER                      PIC X(25) VALUE
               '   OVER BUDGET TOLERANCE '.
           03  WS-RUN-LBL-TOL              PIC ZZ9.
           03  FILLER                      PIC X(43) VALUE '%'.
       01  WS-SECT-HDG.
           03  FILLER                      PIC XX    VALUE SPACES.
           03  WS-SECT-TITLE               PIC X(78).
       01  WS-COL-HDG.
           03  FILLER                      PIC X(30) VALUE
               '  DEPT              BUDGET   '.
           03  FILLER                      PIC X(30) VALUE
               '       ACTUAL        VARIANCE '.
           03  FILLER                      PIC X(30) VALUE
               '    PCT  BUD HC  ACT HC  FLAG '.
       01  WS-VAR-LN.
           03  FILLER                      PIC XX    VALUE SPACES.
           03  WS-VAR-DEPT                 PIC 99.
           03  FILLER                      PIC X     VALUE SPACES.
           03  WS-VAR-NAME                 PIC X(5).
           03  FILLER                      PIC X     VALUE SPACES.
           03  WS-VAR-BUDGET               PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                      PIC XX    VALUE SPACES.
           03  WS-VAR-ACTUAL               PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                      PIC X     VALUE SPACES.
           03  WS-VAR-VARIANCE             PIC -ZZZ,ZZZ,ZZ9.99.
           03  FILLER                      PIC X     VALUE SPACES.
           03  WS-VAR-PCT                  PIC -ZZZ9.9.
           03  WS-VAR-PCT-X REDEFINES WS-VAR-PCT
                                           PIC X(7).
           03  FILLER                      PIC XX    VALUE SPACES.
           03  WS-VAR-BUD-HC               PIC ZZZZ9.
           03  FILLER                      PIC XXX   VALUE SPACES.
           03  WS-VAR-ACT-HC               PIC ZZZZ9.
           03  FILLER                      PIC XX    VALUE SPACES.
           03  WS-VAR-FLAG                 PIC X(20).
       01  WS-MSG-LN.
           03  FILLER                      PIC XX    VALUE SPACES.
           03  WS-MSG-TEXT                 PIC X(78).

       01  WS-TOT-LN.
           03  FILLER                      PIC X(2)   VALUE SPACES.
           03  WS-TOT-LABEL                PIC X(26).
           03  WS-TOT-COUNT                PIC ZZZZ9.
           03  FILLER                      PIC X(47)  VALUE SPACES.

       01  WS-CSV-AMT-ED                   PIC -(10)9.99.
       01  WS-CSV-PCT-ED                   PIC -(6)9.9.
       01  WS-CSV-HC-ED                    PIC ZZZZ9.
       01  WS-CSV-LN                       PIC X(150)      VALUE SPACES.
       01  WS-CSV-PTR                      PIC 999         VALUE 1.

       01  WS-FLAGS.
           03  WS-YTD-EOF-FLAG             PIC X       VALUE 'N'.
               88  WS-YTD-EOF                          VALUE 'Y'.
           03  WS-LBUD-EOF-FLAG            PIC X       VALUE 'N'.
               88  WS-LBUD-EOF                         VALUE 'Y'.
           03  WS-DEPT-MST-EOF-FLAG        PIC X       VALUE 'N'.
               88  WS-DEPT-MST-EOF                     VALUE 'Y'.
           03  WS-RUNCTL-EOF-FLAG          PIC X       VALUE 'N'.
               88  WS-RUNCTL-EOF                       VALUE 'Y'.

       01  WS-YTD-STATUS                   PIC XX      VALUE SPACES.
       01  WS-LBUD-STATUS                  PIC XX      VALUE SPACES.
       01  WS-DEPT-STATUS                  PIC XX      VALUE SPACES.
       01  WS-RUNCTL-STATUS                PIC XX      VALUE SPACES.
       01  WS-RLOG-STATUS                  PIC XX      VALUE SPACES.

       01  WS-CTRS.
           03  WS-YTD-READ-CTR             PIC 9(5)    VALUE ZERO.
           03  WS-BUD-READ-CTR             PIC 9(5)    VALUE ZERO.
           03  WS-DEPT-RPT-CTR             PIC 9(5)    VALUE ZERO.
           03  WS-DEPT-OVER-CTR            PIC 9(5)    VALUE ZERO.
           03  WS-UNKNOWN-DEPT-CTR         PIC 9(5)    VALUE ZERO.
       01  WS-QTR-SUB                      PIC 9       VALUE ZERO.
       01  WS-INIT-SUB                     PIC 9       VALUE ZERO.
       01  WS-DEPT-SUB                     PIC 999     VALUE ZERO.
       01  WS-DEPT-OF-REC                  PIC 99      VALUE ZERO.

      * Budget and actual by quarter for each department, then the
      * quarter and year-to-date figures worked from them.  A
      * department found only on the budget or on YTD-MST is added at
      * the end with no name, so its dollars still print.
       01  WS-DEPT-COUNT                   PIC 999     VALUE ZERO.
       01  WS-DEPT-TABLE.
           03  WS-DEPT-ENTRY  OCCURS 1 TO 100 TIMES
                              DEPENDING ON WS-DEPT-COUNT
                              INDEXED BY WS-DEPT-IDX.
               05  WS-DEPT-CODE            PIC 99.
               05  WS-DEPT-NAME            PIC X(5).
               05  WS-DEPT-ACTIVE          PIC X.
               05  WS-DEPT-ON-MASTER       PIC X.
               05  WS-DEPT-Q-BUD           PIC 9(8)V99 OCCURS 4 TIMES.
               05  WS-DEPT-Q-BUD-HC        PIC 9(4)    OCCURS 4 TIMES.
               05  WS-DEPT-Q-ACT           PIC 9(8)V99 OCCURS 4 TIMES.
               05  WS-DEPT-Q-ACT-HC        PIC 9(4)    OCCURS 4 TIMES.
               05  WS-DEPT-QTR-FIGS.
                   07  WS-DEPT-QTR-BUD     PIC 9(9)V99.
                   07  WS-DEPT-QTR-ACT     PIC 9(9)V99.
                   07  WS-DEPT-QTR-VAR     PIC S9(9)V99.
                   07  WS-DEPT-QTR-PCT     PIC S9(7)V9.
                   07  WS-DEPT-QTR-BUD-HC  PIC 9(5).
                   07  WS-DEPT-QTR-ACT-HC  PIC 9(5).
                   07  WS-DEPT-QTR-FLAG    PIC X(20).
               05  WS-DEPT-YTD-FIGS.
                   07  WS-DEPT-YTD-BUD     PIC 9(9)V99.
                   07  WS-DEPT-YTD-ACT     PIC 9(9)V99.
                   07  WS-DEPT-YTD-VAR     PIC S9(9)V99.
                   07  WS-DEPT-YTD-PCT     PIC S9(7)V9.
                   07  WS-DEPT-YTD-BUD-HC  PIC 9(5).
                   07  WS-DEPT-YTD-ACT-HC  PIC 9(5).
                   07  WS-DEPT-YTD-FLAG    PIC X(20).
               05  WS-DEPT-PRINT-FLAG      PIC X.
                   88  WS-DEPT-PRINTS                  VALUE 'Y'.
       01  WS-DEPT-LOOKUP.
           03  WS-LOOKUP-DEPT-CODE         PIC 99.
           03  WS-LOOKUP-FOUND-FLAG        PIC X       VALUE 'N'.
               88  WS-LOOKUP-FOUND                     VALUE 'Y'.

      * Company totals, worked the same way as a department's.
       01  WS-CO-QTR-FIGS.
           03  WS-CO-QTR-BUD               PIC 9(9)V99 VALUE ZERO.
           03  WS-CO-QTR-ACT               PIC 9(9)V99 VALUE ZERO.
           03  WS-CO-QTR-VAR               PIC S9(9)V99 VALUE ZERO.
           03  WS-CO-QTR-PCT               PIC S9(7)V9 VALUE ZERO.
           03  WS-CO-QTR-BUD-HC            PIC 9(5)    VALUE ZERO.
           03  WS-CO-QTR-ACT-HC            PIC 9(5)    VALUE ZERO.
           03  WS-CO-QTR-FLAG              PIC X(20)   VALUE SPACES.
       01  WS-CO-YTD-FIGS.
           03  WS-CO-YTD-BUD               PIC 9(9)V99 VALUE ZERO.
           03  WS-CO-YTD-ACT               PIC 9(9)V99 VALUE ZERO.
           03  WS-CO-YTD-VAR               PIC S9(9)V99 VALUE ZERO.
           03  WS-CO-YTD-PCT               PIC S9(7)V9 VALUE ZERO.
           03  WS-CO-YTD-BUD-HC            PIC 9(5)    VALUE ZERO.
           03  WS-CO-YTD-ACT-HC            PIC 9(5)    VALUE ZERO.
           03  WS-CO-YTD-FLAG              PIC X(20)   VALUE SPACES.

      * One set of figures passed through 520-CALC-VARIANCE and the
      * print and CSV paragraphs, department or company alike.
       01  WS-CALC-FIGS.
           03  WS-CALC-BUD                 PIC 9(9)V99.
           03  WS-CALC-ACT                 PIC 9(9)V99.
           03  WS-CALC-VAR                 PIC S9(9)V99.
           03  WS-CALC-PCT                 PIC S9(7)V9.
           03  WS-CALC-BUD-HC              PIC 9(5).
           03  WS-CALC-ACT-HC              PIC 9(5).
           03  WS-CALC-FLAG                PIC X(20).
       01  WS-HC-SUM                       PIC 9(6)    VALUE ZERO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 300-GET-SYS-DATE-TIME.
           PERFORM 110-GET-RUN-PARM.
           PERFORM 140-CHECK-PREREQ.
           PERFORM 170-LOAD-DEPT-MASTER.
           PERFORM 180-LOAD-LABOR-BUDGET.
           PERFORM 190-ACCUM-YTD.
           PERFORM 450-COMPUTE-VARIANCES.
           OPEN OUTPUT PR-RPT.
           OPEN OUTPUT PR-RPT-CSV.
           PERFORM 400-RPT-HEADING.
           PERFORM 500-PRINT-QTR-SECTION.
           PERFORM 550-PRINT-YTD-SECTION.
           PERFORM 700-RPT-END.
           CLOSE PR-RPT.
           CLOSE PR-RPT-CSV.
           IF WS-DEPT-OVER-CTR > ZERO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE 'OVER BUDGET'   TO WS-RLOG-RESULT
           ELSE
               MOVE 'WITHIN BUDGET' TO WS-RLOG-RESULT
           END-IF.
           DISPLAY 'PROJECT 2 LABOR BUDGET VARIANCE - MARIO GARCIA'.
           DISPLAY 'YTD RECORDS READ:     ', WS-YTD-READ-CTR.
           DISPLAY 'BUDGET RECORDS READ:  ', WS-BUD-READ-CTR.
           DISPLAY 'DEPARTMENTS REPORTED: ', WS-DEPT-RPT-CTR.
           DISPLAY 'OVER TOLERANCE:       ', WS-DEPT-OVER-CTR.
           PERFORM 900-WRITE-RUN-LOG.
           STOP RUN.
      *-----------------------------------------------------------------
       110-GET-RUN-PARM.
           MOVE SPACES TO WS-PARM-STRING.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
           IF WS-PARM-STRING NOT = SPACES
               UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
                   INTO WS-PARM-TOK1 WS-PARM-TOK2 WS-PARM-TOK3
                        WS-PARM-TOK4
               END-UNSTRING
               IF WS-PARM-TOK3 = 'FORCE'
                   SET WS-FORCE-RUN TO TRUE
               ELSE
                   IF WS-PARM-TOK3 NOT = SPACES
                       PERFORM 115-PARSE-TOLERANCE
                   END-IF
               END-IF
               IF WS-PARM-TOK4 = 'FORCE'
                   SET WS-FORCE-RUN TO TRUE
               END-IF
               IF WS-PARM-TOK1 (1:1) = 'Q' OR WS-PARM-TOK1 (1:1) = 'q'
                   MOVE WS-PARM-TOK1 (2:1) TO WS-RUN-QTR
               ELSE
                   MOVE WS-PARM-TOK1 (1:1) TO WS-RUN-QTR
               END-IF
               MOVE WS-PARM-TOK2 (1:4)     TO WS-RUN-YEAR
           ELSE
               COMPUTE WS-RUN-QTR = ((WS-SYS-MO - 1) / 3) + 1
               MOVE WS-SYS-YR              TO WS-RUN-YEAR
           END-IF.
           IF WS-RUN-QTR NOT NUMERIC OR
              WS-RUN-QTR < 1 OR WS-RUN-QTR > 4
               DISPLAY 'INVALID QUARTER IN RUN PARM: ' WS-PARM-STRING
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-RUN-YEAR NOT NUMERIC OR
              WS-RUN-YEAR < 1900 OR WS-RUN-YEAR > 2099
               DISPLAY 'INVALID YEAR IN RUN PARM: ' WS-PARM-STRING
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 120-BUILD-FILENAMES.
      *-----------------------------------------------------------------
      * Zero is a valid tolerance: flag any department over budget.
       115-PARSE-TOLERANCE.
           MOVE ZERO TO WS-PCT-WORK.
           MOVE 'Y'  TO WS-PCT-OK-FLAG.
           PERFORM VARYING WS-PCT-SUB FROM 1 BY 1
                     UNTIL WS-PCT-SUB > 5
               IF WS-PARM-TOK3 (WS-PCT-SUB:1) NUMERIC
                   MOVE WS-PARM-TOK3 (WS-PCT-SUB:1)
                        TO WS-PCT-DIGIT-X
                   COMPUTE WS-PCT-WORK =
                           (WS-PCT-WORK * 10) + WS-PCT-DIGIT
               ELSE
                   IF WS-PARM-TOK3 (WS-PCT-SUB:1) NOT = SPACE
                       MOVE 'N' TO WS-PCT-OK-FLAG
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-PCT-OK AND WS-PCT-WORK < 1000
               MOVE WS-PCT-WORK TO WS-TOLERANCE-PCT
           ELSE
               DISPLAY 'INVALID TOLERANCE PCT IN RUN PARM: '
                       WS-PARM-TOK3 ' - USING DEFAULT '
                       WS-TOLERANCE-PCT
           END-IF.
      *-----------------------------------------------------------------
       120-BUILD-FILENAMES.
           MOVE SPACES TO WS-PR-RPT-FILENAME.
           STRING 'LNAME-p02-budvar-q' WS-RUN-QTR
                  '-' WS-RUN-YEAR '.rpt' DELIMITED BY SIZE
                  INTO WS-PR-RPT-FILENAME
           END-STRING.
           MOVE SPACES TO WS-PR-RPT-CSV-FILENAME.
           STRING 'LNAME-p02-budvar-q' WS-RUN-QTR
                  '-' WS-RUN-YEAR '.csv' DELIMITED BY SIZE
                  INTO WS-PR-RPT-CSV-FILENAME
           END-STRING.
      *-----------------------------------------------------------------
      * Actuals for a quarter not yet posted are partial at best, so
      * the quarter must show COMPLETE (or COMPLETE-then-ADJUSTED) on
      * run-control.  FORCE overrides with a warning, as in
      * GARCIA-P02-ANNUAL, and refusals land on the batch run log.
       140-CHECK-PREREQ.
           PERFORM 145-LOAD-QTR-STATUS.
           IF WS-QTR-STATUS (WS-RUN-QTR) NOT = 'COMPLETE' AND
              WS-QTR-STATUS (WS-RUN-QTR) NOT = 'ADJUSTED'
               IF WS-FORCE-RUN
                   DISPLAY 'WARNING: Q' WS-RUN-QTR ' ' WS-RUN-YEAR
                           ' IS NOT POSTED COMPLETE - REPORTING '
                           'ANYWAY (FORCE)'
               ELSE
                   DISPLAY 'Q' WS-RUN-QTR ' ' WS-RUN-YEAR ' IS NOT '
                           'POSTED COMPLETE ON RUN-CONTROL - VARIANCE '
                           'REPORT REFUSED'
                   DISPLAY 'RUN GARCIA-P02-SORT FIRST, OR ADD FORCE '
                           'TO OVERRIDE'
                   MOVE 12 TO RETURN-CODE
                   MOVE 'PREREQ FAILED' TO WS-RLOG-RESULT
                   PERFORM 900-WRITE-RUN-LOG
                   STOP RUN
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       145-LOAD-QTR-STATUS.
           MOVE SPACES TO WS-QTR-STATUS-TABLE.
           OPEN INPUT RUN-CONTROL.
           EVALUATE WS-RUNCTL-STATUS
               WHEN '00'
                   PERFORM UNTIL WS-RUNCTL-EOF
                       READ RUN-CONTROL
                           AT END
                               SET WS-RUNCTL-EOF TO TRUE
                           NOT AT END
                               IF RC-YEAR = WS-RUN-YEAR AND
                                  RC-QTR >= 1 AND RC-QTR <= 4
                                   MOVE RC-STATUS
                                        TO WS-QTR-STATUS (RC-QTR)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RUN-CONTROL
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'RUN-CONTROL WILL NOT OPEN - STATUS: '
                           WS-RUNCTL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *-----------------------------------------------------------------
       170-LOAD-DEPT-MASTER.
           OPEN INPUT DEPT-MASTER.
           IF WS-DEPT-STATUS NOT = '00'
               DISPLAY 'DEPT-MASTER WILL NOT OPEN - STATUS: '
                       WS-DEPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-DEPT-MST-EOF
               READ DEPT-MASTER
                   AT END
                       SET WS-DEPT-MST-EOF TO TRUE
                   NOT AT END
                     IF DEPT-MST-CODE = 99
                       DISPLAY 'DEPT-MASTER CODE 99 IS RESERVED FOR '
                               'THE TRAILER RECORD - IGNORED: '
                               DEPT-MST-REC
                     ELSE
                       MOVE DEPT-MST-CODE TO WS-LOOKUP-DEPT-CODE
                       PERFORM 176-ADD-DEPT-ENTRY
                       MOVE DEPT-MST-NAME
                            TO WS-DEPT-NAME      (WS-DEPT-COUNT)
                       MOVE DEPT-MST-ACTIVE
                            TO WS-DEPT-ACTIVE    (WS-DEPT-COUNT)
                       MOVE 'Y'
                            TO WS-DEPT-ON-MASTER (WS-DEPT-COUNT)
                     END-IF
               END-READ
           END-PERFORM.
           CLOSE DEPT-MASTER.
      *-----------------------------------------------------------------
      * Finds WS-LOOKUP-DEPT-CODE, adding it as a department not on
      * DEPT-MASTER when absent.  WS-DEPT-IDX is left on the entry.
       175-FIND-DEPT-IDX.
           MOVE 'N' TO WS-LOOKUP-FOUND-FLAG.
           IF WS-DEPT-COUNT > 0
               SET WS-DEPT-IDX TO 1
               SEARCH WS-DEPT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-DEPT-CODE (WS-DEPT-IDX) = WS-LOOKUP-DEPT-CODE
                       SET WS-LOOKUP-FOUND TO TRUE
               END-SEARCH
           END-IF.
           IF NOT WS-LOOKUP-FOUND
               PERFORM 176-ADD-DEPT-ENTRY
               ADD 1 TO WS-UNKNOWN-DEPT-CTR
               DISPLAY 'DEPARTMENT ' WS-LOOKUP-DEPT-CODE ' IS NOT ON '
                       'DEPT-MASTER - REPORTED WITHOUT A NAME'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               SET WS-DEPT-IDX TO WS-DEPT-COUNT
           END-IF.
      *-----------------------------------------------------------------
       176-ADD-DEPT-ENTRY.
           IF WS-DEPT-COUNT >= 100
               DISPLAY 'DEPARTMENT TABLE FULL - CANNOT CONTINUE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-DEPT-COUNT.
           MOVE WS-LOOKUP-DEPT-CODE TO WS-DEPT-CODE (WS-DEPT-COUNT).
           MOVE SPACES TO WS-DEPT-NAME      (WS-DEPT-COUNT)
                          WS-DEPT-ACTIVE    (WS-DEPT-COUNT).
           MOVE 'N'    TO WS-DEPT-ON-MASTER (WS-DEPT-COUNT)
                          WS-DEPT-PRINT-FLAG (WS-DEPT-COUNT).
           PERFORM VARYING WS-INIT-SUB FROM 1 BY 1
                     UNTIL WS-INIT-SUB > 4
               MOVE ZERO
                 TO WS-DEPT-Q-BUD    (WS-DEPT-COUNT, WS-INIT-SUB)
                    WS-DEPT-Q-BUD-HC (WS-DEPT-COUNT, WS-INIT-SUB)
                    WS-DEPT-Q-ACT    (WS-DEPT-COUNT, WS-INIT-SUB)
                    WS-DEPT-Q-ACT-HC (WS-DEPT-COUNT, WS-INIT-SUB)
           END-PERFORM.
      *-----------------------------------------------------------------
      * No budget on file is reported, not refused: every department
      * with labor then shows NO BUDGET.
       180-LOAD-LABOR-BUDGET.
           OPEN INPUT LABOR-BUDGET.
           EVALUATE WS-LBUD-STATUS
               WHEN '00'
                   PERFORM UNTIL WS-LBUD-EOF
                       READ LABOR-BUDGET
                           AT END
                               SET WS-LBUD-EOF TO TRUE
                           NOT AT END
                               IF LBUD-YEAR = WS-RUN-YEAR AND
                                  LBUD-QTR >= 1 AND LBUD-QTR <= 4
                                   PERFORM 185-ACCUM-ONE-BUDGET
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LABOR-BUDGET
               WHEN '35'
                   DISPLAY 'LABOR BUDGET NOT FOUND - RUN '
                           'GARCIA-P02-BUDMNT TO LOAD IT'
               WHEN OTHER
                   DISPLAY 'LABOR BUDGET WILL NOT OPEN - STATUS: '
                           WS-LBUD-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *-----------------------------------------------------------------
       185-ACCUM-ONE-BUDGET.
           IF LBUD-DEPT NUMERIC AND LBUD-AMT NUMERIC AND
              LBUD-HEADCOUNT NUMERIC
               ADD 1 TO WS-BUD-READ-CTR
               MOVE LBUD-DEPT TO WS-LOOKUP-DEPT-CODE
               PERFORM 175-FIND-DEPT-IDX
               ADD LBUD-AMT
                   TO WS-DEPT-Q-BUD    (WS-DEPT-IDX, LBUD-QTR)
               ADD LBUD-HEADCOUNT
                   TO WS-DEPT-Q-BUD-HC (WS-DEPT-IDX, LBUD-QTR)
           ELSE
               DISPLAY 'INVALID BUDGET RECORD IGNORED: ' LBUD-REC
           END-IF.
      *-----------------------------------------------------------------
       190-ACCUM-YTD.
           OPEN INPUT YTD-MST.
           IF WS-YTD-STATUS NOT = '00'
               DISPLAY 'YTD-MST NOT AVAILABLE - STATUS: ' WS-YTD-STATUS
               DISPLAY 'NO ACTUAL LABOR TO COMPARE - RUN '
                       'GARCIA-P02-SORT FIRST'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-YTD-EOF
               READ YTD-MST NEXT RECORD
                   AT END
                       SET WS-YTD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-YTD-READ-CTR
                       PERFORM 195-ACCUM-ONE-EMP
               END-READ
           END-PERFORM.
           CLOSE YTD-MST.
      *-----------------------------------------------------------------
      * Each quarter is charged to the department of record for that
      * quarter, falling back to the employee's current YTD-DEPT for
      * records posted before the quarter-department field was
      * carried.  Headcount is employees paid in the quarter.
       195-ACCUM-ONE-EMP.
           IF YTD-YEAR NOT = WS-RUN-YEAR
               DISPLAY 'YTD-MST RECORD FOR A DIFFERENT YEAR SKIPPED, '
                       'EMP ID: ' YTD-EMP-ID ' YEAR: ' YTD-YEAR
           ELSE
               PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
                         UNTIL WS-QTR-SUB > WS-RUN-QTR
                   IF YTD-QTR-AMT (WS-QTR-SUB) > ZERO
                       IF YTD-QTR-DEPT (WS-QTR-SUB) = ZERO
                           MOVE YTD-DEPT TO WS-DEPT-OF-REC
                       ELSE
                           MOVE YTD-QTR-DEPT (WS-QTR-SUB)
                                TO WS-DEPT-OF-REC
                       END-IF
                       MOVE WS-DEPT-OF-REC TO WS-LOOKUP-DEPT-CODE
                       PERFORM 175-FIND-DEPT-IDX
                       ADD YTD-QTR-AMT (WS-QTR-SUB)
                           TO WS-DEPT-Q-ACT (WS-DEPT-IDX, WS-QTR-SUB)
                       ADD 1
                           TO WS-DEPT-Q-ACT-HC (WS-DEPT-IDX, WS-QTR-SUB)
                   END-IF
               END-PERFORM
           END-IF.
      *-----------------------------------------------------------------
      * Year-to-date headcount is the average of the quarters through
      * the run quarter, budget and actual alike, so the two compare.
      * A department prints when it is active or carries any budget or
      * labor to date; an inactive department with neither is left
      * off.
       450-COMPUTE-VARIANCES.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                     UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               MOVE WS-DEPT-Q-BUD    (WS-DEPT-SUB, WS-RUN-QTR)
                    TO WS-CALC-BUD
               MOVE WS-DEPT-Q-ACT    (WS-DEPT-SUB, WS-RUN-QTR)
                    TO WS-CALC-ACT
               MOVE WS-DEPT-Q-BUD-HC (WS-DEPT-SUB, WS-RUN-QTR)
                    TO WS-CALC-BUD-HC
               MOVE WS-DEPT-Q-ACT-HC (WS-DEPT-SUB, WS-RUN-QTR)
                    TO WS-CALC-ACT-HC
               PERFORM 520-CALC-VARIANCE
               MOVE WS-CALC-FIGS TO WS-DEPT-QTR-FIGS (WS-DEPT-SUB)

               MOVE ZERO TO WS-CALC-BUD WS-CALC-ACT
               MOVE ZERO TO WS-CALC-BUD-HC WS-CALC-ACT-HC
               MOVE ZERO TO WS-HC-SUM
               PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
                         UNTIL WS-QTR-SUB > WS-RUN-QTR
                   ADD WS-DEPT-Q-BUD (WS-DEPT-SUB, WS-QTR-SUB)
                       TO WS-CALC-BUD
                   ADD WS-DEPT-Q-ACT (WS-DEPT-SUB, WS-QTR-SUB)
                       TO WS-CALC-ACT
                   ADD WS-DEPT-Q-BUD-HC (WS-DEPT-SUB, WS-QTR-SUB)
                       TO WS-CALC-BUD-HC
                   ADD WS-DEPT-Q-ACT-HC (WS-DEPT-SUB, WS-QTR-SUB)
                       TO WS-HC-SUM
               END-PERFORM
               COMPUTE WS-CALC-BUD-HC ROUNDED =
                       WS-CALC-BUD-HC / WS-RUN-QTR
               COMPUTE WS-CALC-ACT-HC ROUNDED =
                       WS-HC-SUM / WS-RUN-QTR
               PERFORM 520-CALC-VARIANCE
               MOVE WS-CALC-FIGS TO WS-DEPT-YTD-FIGS (WS-DEPT-SUB)

               IF WS-DEPT-ACTIVE (WS-DEPT-SUB) = 'Y' OR
                  WS-DEPT-YTD-BUD (WS-DEPT-SUB) > ZERO OR
                  WS-DEPT-YTD-ACT (WS-DEPT-SUB) > ZERO OR
                  WS-DEPT-ON-MASTER (WS-DEPT-SUB) = 'N'
                   MOVE 'Y' TO WS-DEPT-PRINT-FLAG (WS-DEPT-SUB)
                   ADD 1 TO WS-DEPT-RPT-CTR
                   IF WS-DEPT-QTR-FLAG (WS-DEPT-SUB) NOT = SPACES OR
                      WS-DEPT-YTD-FLAG (WS-DEPT-SUB) NOT = SPACES
                       ADD 1 TO WS-DEPT-OVER-CTR
                   END-IF
                   ADD WS-DEPT-QTR-BUD    (WS-DEPT-SUB)
                       TO WS-CO-QTR-BUD
                   ADD WS-DEPT-QTR-ACT    (WS-DEPT-SUB)
                       TO WS-CO-QTR-ACT
                   ADD WS-DEPT-QTR-BUD-HC (WS-DEPT-SUB)
                       TO WS-CO-QTR-BUD-HC
                   ADD WS-DEPT-QTR-ACT-HC (WS-DEPT-SUB)
                       TO WS-CO-QTR-ACT-HC
                   ADD WS-DEPT-YTD-BUD    (WS-DEPT-SUB)
                       TO WS-CO-YTD-BUD
                   ADD WS-DEPT-YTD-ACT    (WS-DEPT-SUB)
                       TO WS-CO-YTD-ACT
                   ADD WS-DEPT-YTD-BUD-HC (WS-DEPT-SUB)
                       TO WS-CO-YTD-BUD-HC
                   ADD WS-DEPT-YTD-ACT-HC (WS-DEPT-SUB)
                       TO WS-CO-YTD-ACT-HC
               END-IF
           END-PERFORM.

           MOVE WS-CO-QTR-FIGS TO WS-CALC-FIGS.
           PERFORM 520-CALC-VARIANCE.
           MOVE WS-CALC-FIGS   TO WS-CO-QTR-FIGS.
           MOVE WS-CO-YTD-FIGS TO WS-CALC-FIGS.
           PERFORM 520-CALC-VARIANCE.
           MOVE WS-CALC-FIGS   TO WS-CO-YTD-FIGS.
      *-----------------------------------------------------------------
      * Variance is actual less budget, so a positive figure is over
      * budget; the percent is of budget.  With no budget there is no
      * percent, and any labor at all is flagged NO BUDGET.
       520-CALC-VARIANCE.
           COMPUTE WS-CALC-VAR = WS-CALC-ACT - WS-CALC-BUD.
           MOVE ZERO   TO WS-CALC-PCT.
           MOVE SPACES TO WS-CALC-FLAG.
           IF WS-CALC-BUD > ZERO
               COMPUTE WS-CALC-PCT ROUNDED =
                       (WS-CALC-VAR * 100) / WS-CALC-BUD
                   ON SIZE ERROR
                       MOVE 9999999.9 TO WS-CALC-PCT
               END-COMPUTE
               IF WS-CALC-PCT > WS-TOLERANCE-PCT
                   MOVE 'OVER TOLERANCE' TO WS-CALC-FLAG
               END-IF
           ELSE
               IF WS-CALC-ACT > ZERO
                   MOVE 'NO BUDGET' TO WS-CALC-FLAG
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       500-PRINT-QTR-SECTION.
           MOVE SPACES TO WS-SECT-TITLE.
           STRING 'QUARTER ' WS-RUN-QTR ' ' WS-RUN-YEAR
                  DELIMITED BY SIZE INTO WS-SECT-TITLE
           END-STRING.
           WRITE PR-RPT-REC                FROM WS-SECT-HDG.
           WRITE PR-RPT-REC                FROM WS-COL-HDG.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                     UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               IF WS-DEPT-PRINTS (WS-DEPT-SUB)
                   MOVE WS-DEPT-QTR-FIGS (WS-DEPT-SUB) TO WS-CALC-FIGS
                   PERFORM 510-PRINT-DEPT-LINE
                   PERFORM 600-WRITE-CSV-DTL
               END-IF
           END-PERFORM.
           WRITE PR-RPT-REC                FROM WS-RPT-BLANK-LN.
           MOVE WS-CO-QTR-FIGS             TO   WS-CALC-FIGS.
           PERFORM 515-PRINT-CO-LINE.
           WRITE PR-RPT-REC                FROM WS-RPT-BLANK-LN.
      *-----------------------------------------------------------------
       550-PRINT-YTD-SECTION.
           MOVE SPACES TO WS-SECT-TITLE.
           STRING 'YEAR TO DATE Q1-Q' WS-RUN-QTR ' ' WS-RUN-YEAR
                  '  (HEADCOUNT IS THE QUARTERLY AVERAGE)'
                  DELIMITED BY SIZE INTO WS-SECT-TITLE
           END-STRING.
           WRITE PR-RPT-REC                FROM WS-SECT-HDG.
           WRITE PR-RPT-REC                FROM WS-COL-HDG.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                     UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               IF WS-DEPT-PRINTS (WS-DEPT-SUB)
                   MOVE WS-DEPT-YTD-FIGS (WS-DEPT-SUB) TO WS-CALC-FIGS
                   PERFORM 510-PRINT-DEPT-LINE
               END-IF
           END-PERFORM.
           WRITE PR-RPT-REC                FROM WS-RPT-BLANK-LN.
           MOVE WS-CO-YTD-FIGS             TO   WS-CALC-FIGS.
           PERFORM 515-PRINT-CO-LINE.
      *-----------------------------------------------------------------
       510-PRINT-DEPT-LINE.
           MOVE WS-DEPT-CODE (WS-DEPT-SUB) TO   WS-VAR-DEPT.
           MOVE WS-DEPT-NAME (WS-DEPT-SUB) TO   WS-VAR-NAME.
           PERFORM 518-EDIT-VAR-LINE.
           IF WS-DEPT-ON-MASTER (WS-DEPT-SUB) = 'N' AND
              WS-VAR-FLAG = SPACES
               MOVE 'NOT ON DEPT-MASTER'   TO   WS-VAR-FLAG
           END-IF.
           WRITE PR-RPT-REC                FROM WS-VAR-LN.
      *-----------------------------------------------------------------
       515-PRINT-CO-LINE.
           MOVE ZERO                       TO   WS-VAR-DEPT.
           MOVE SPACES                     TO   WS-VAR-NAME.
           PERFORM 518-EDIT-VAR-LINE.
           MOVE 'CO TOTAL'                 TO   WS-VAR-LN (3:8).
           WRITE PR-RPT-REC                FROM WS-VAR-LN.
      *-----------------------------------------------------------------
       518-EDIT-VAR-LINE.
           MOVE WS-CALC-BUD                TO   WS-VAR-BUDGET.
           MOVE WS-CALC-ACT                TO   WS-VAR-ACTUAL.
           MOVE WS-CALC-VAR                TO   WS-VAR-VARIANCE.
           IF WS-CALC-BUD > ZERO
               IF WS-CALC-PCT > 9999.9
                   MOVE 9999.9             TO   WS-VAR-PCT
               ELSE
                   MOVE WS-CALC-PCT        TO   WS-VAR-PCT
               END-IF
           ELSE
               MOVE '    N/A'              TO   WS-VAR-PCT-X
           END-IF.
           MOVE WS-CALC-BUD-HC             TO   WS-VAR-BUD-HC.
           MOVE WS-CALC-ACT-HC             TO   WS-VAR-ACT-HC.
           MOVE WS-CALC-FLAG               TO   WS-VAR-FLAG.
      *-----------------------------------------------------------------
      * One row per department: run quarter and year, department,
      * then the quarter figures and the year-to-date figures, each
      * budget, actual, variance, percent, budgeted and actual
      * headcount and flag.  Written while the quarter section
      * prints, so the rows come out in the same order.
       600-WRITE-CSV-DTL.
           MOVE SPACES TO WS-CSV-LN.
           MOVE 1      TO WS-CSV-PTR.
           STRING WS-RUN-QTR               DELIMITED BY SIZE
                  ','                      DELIMITED BY SIZE
                  WS-RUN-YEAR              DELIMITED BY SIZE
                  ','                      DELIMITED BY SIZE
                  WS-DEPT-CODE (WS-DEPT-SUB) DELIMITED BY SIZE
                  ','                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DEPT-NAME (WS-DEPT-SUB))
                                           DELIMITED BY SIZE
                  INTO WS-CSV-LN WITH POINTER WS-CSV-PTR
           END-STRING.
           MOVE WS-DEPT-QTR-FIGS (WS-DEPT-SUB) TO WS-CALC-FIGS.
           PERFORM 610-STRING-CSV-FIGS.
           MOVE WS-DEPT-YTD-FIGS (WS-DEPT-SUB) TO WS-CALC-FIGS.
           PERFORM 610-STRING-CSV-FIGS.
           WRITE PR-RPT-CSV-REC            FROM WS-CSV-LN.
      *-----------------------------------------------------------------
       610-STRING-CSV-FIGS.
           MOVE WS-CALC-BUD TO WS-CSV-AMT-ED.
           STRING ','                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-AMT-ED) DELIMITED BY SIZE
                  INTO WS-CSV-LN WITH POINTER WS-CSV-PTR
           END-STRING.
           MOVE WS-CALC-ACT TO WS-CSV-AMT-ED.
           STRING ','                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-AMT-ED) DELIMITED BY SIZE
                  INTO WS-CSV-LN WITH POINTER WS-CSV-PTR
           END-STRING.
           MOVE WS-CALC-VAR TO WS-CSV-AMT-ED.
           STRING ','                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-AMT-ED) DELIMITED BY SIZE
                  INTO WS-CSV-LN WITH POINTER WS-CSV-PTR
           END-STRING.
           IF WS-CALC-BUD > ZERO
               IF WS-CALC-PCT > 99999.9
                   MOVE 99999.9 TO WS-CSV-PCT-ED
               ELSE
                   MOVE WS-CALC-PCT TO WS-CSV-PCT-ED
               END-IF
               STRING ','                  DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CSV-PCT-ED) DELIMITED BY SIZE
                      INTO WS-CSV-LN WITH POINTER WS-CSV-PTR
               END-STRING
           ELSE
               STRING ',N/A'               DELIMITED BY SIZE
                      INTO WS-CSV-LN WITH POINTER WS-CSV-PTR
               END-STRING
           END-IF.
           MOVE WS-CALC-BUD-HC TO WS-CSV-HC-ED.
           STRING ','                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-HC-ED) DELIMITED BY SIZE
                  INTO WS-CSV-LN WITH POINTER WS-CSV-PTR
           END-STRING.
           MOVE WS-CALC-ACT-HC TO WS-CSV-HC-ED.
           STRING ','                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-HC-ED) DELIMITED BY SIZE
                  ','                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CALC-FLAG) DELIMITED BY SIZE
                  INTO WS-CSV-LN WITH POINTER WS-CSV-PTR
           END-STRING.
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
           MOVE WS-RUN-QTR                 TO   WS-RUN-LBL-QTR.
           MOVE WS-RUN-YEAR                TO   WS-RUN-LBL-YEAR.
           MOVE WS-TOLERANCE-PCT           TO   WS-RUN-LBL-TOL.
           WRITE PR-RPT-REC                FROM WS-RUN-LBL-LN.
           IF WS-QTR-STATUS (WS-RUN-QTR) NOT = 'COMPLETE' AND
              WS-QTR-STATUS (WS-RUN-QTR) NOT = 'ADJUSTED'
               MOVE 'QUARTER NOT POSTED COMPLETE - REPORTED ON FORCE, '
                    TO WS-MSG-TEXT
               MOVE 'ACTUALS MAY BE PARTIAL' TO WS-MSG-TEXT (51:)
               WRITE PR-RPT-REC            FROM WS-MSG-LN
           END-IF.
           WRITE PR-RPT-REC                FROM WS-RPT-BLANK-LN.
      *-----------------------------------------------------------------
       700-RPT-END.
           WRITE PR-RPT-REC                FROM WS-RPT-BLANK-LN.
           MOVE 'DEPARTMENTS REPORTED:     ' TO WS-TOT-LABEL.
           MOVE WS-DEPT-RPT-CTR            TO   WS-TOT-COUNT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
           MOVE 'FLAGGED OVER / NO BUDGET: ' TO WS-TOT-LABEL.
           MOVE WS-DEPT-OVER-CTR           TO   WS-TOT-COUNT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
           MOVE 'NOT ON DEPT-MASTER:       ' TO WS-TOT-LABEL.
           MOVE WS-UNKNOWN-DEPT-CTR        TO   WS-TOT-COUNT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
      *-----------------------------------------------------------------
      * End-of-job evidence for the operations summary: one structured
      * record appended to the shared batch run log.
       900-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG.
           IF WS-RLOG-STATUS = '35'
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE 'GARCIA-P02-BUDVAR'  TO RLOG-PROGRAM.
           MOVE WS-SYS-DATE (1:14)   TO RLOG-STAMP.
           MOVE WS-RUN-QTR           TO RLOG-QTR.
           MOVE WS-RUN-YEAR          TO RLOG-YEAR.
           MOVE 'labor-budget.dat'   TO RLOG-INPUT-FILE.
           MOVE WS-YTD-READ-CTR      TO RLOG-READ-CTR.
           MOVE WS-DEPT-RPT-CTR      TO RLOG-RELEASED-CTR.
           MOVE WS-DEPT-OVER-CTR     TO RLOG-EXC-CTR.
           MOVE WS-UNKNOWN-DEPT-CTR  TO RLOG-DUP-CTR.
           MOVE WS-RLOG-RESULT       TO RLOG-RECON-RESULT.
           MOVE RETURN-CODE          TO RLOG-RETURN-CODE.
           WRITE RLOG-REC.
           CLOSE RUN-LOG.
      *-----------------------------------------------------------------

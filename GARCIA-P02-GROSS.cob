      *          the hours were.  The calculation register carries a  *
      *          labor distribution section showing each split        *
      *          employee's percentage by department.                 *
      *          Each card carries a pay code - regular hours worked, *
      *          or vacation, sick or holiday leave.  Leave hours pay *
      *          at the master rate but never count toward the 40-    *
      *          hour overtime test; vacation and sick hours are      *
      *          drawn from the leave balance master and a card that  *
      *          would overdraw the balance rejects.  Hours worked    *
      *          accrue leave at the per-type rates in the accrual    *
      *          rate file, the balances are written back, and a      *
      *          separate leave register lists the quarter's accrual  *
      *          and usage and values every outstanding balance at    *
      *          the employee's current master rate.                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARCIA-P02-GROSS.
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-RATE-STATUS.

           SELECT LEAVE-RPT ASSIGN DYNAMIC WS-LEAVE-RPT-FILENAME
                          ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LEAVE-BAL ASSIGN TO 'leave-balance.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-LVB-STATUS.

           SELECT LEAVE-RATES ASSIGN TO 'leave-accrual-rates.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-LVR-STATUS.

           SELECT TK-SRT  ASSIGN TO 'srt-gross-space.dat'
                          ORGANIZATION IS LINE SEQUENTIAL.

           03  TK-WEEK                     PIC 99.
           03  TK-HOURS                    PIC 99V99.
           03  TK-RATE                     PIC 99V99.
      * Space or R regular hours worked, V vacation, S sick, H holiday.
      * Cards punched before the code existed end at the rate and so
      * read as regular.
           03  TK-PAY-CODE                 PIC X.

       FD  EMP-OUT.
       01  EMP-REC.
       FD  PR-RPT.
       01  PR-RPT-REC                      PIC X(105).

       FD  LEAVE-RPT.
       01  LV-RPT-REC                      PIC X(105).

      * One record per employee per leave type carrying a balance - V
      * vacation, S sick; holiday is paid without one.  The last-
      * quarter fields hold what the last posting run did, so a rerun
      * of that quarter backs its own posting out first.
       FD  LEAVE-BAL.
       01  LVB-REC.
           03  LVB-EMP-ID                  PIC X(4).
           03  LVB-TYPE                    PIC X.
           03  LVB-BALANCE                 PIC 9(4)V99.
           03  LVB-LAST-QTR                PIC 9(5).
           03  LVB-LAST-ACCRUED            PIC 9(4)V99.
           03  LVB-LAST-USED               PIC 9(4)V99.

      * Hand-maintained, one record per leave type: hours earned per
      * regular hour worked, and the most the balance may hold (zero
      * for no cap).
       FD  LEAVE-RATES.
       01  LVR-REC.
           03  LVR-TYPE                    PIC X.
           03  LVR-RATE                    PIC 9V9(5).
           03  LVR-MAX-BAL                 PIC 9(4)V99.

       FD  RATE-MASTER.
       01  RATE-REC.
           03  RATE-EMP-ID                 PIC X(4).
           03  TSR-CARD-RATE               PIC 99V99.
           03  TSR-RATE-OK                 PIC X.
           03  TSR-MST-RATE                PIC 99V99.
           03  TSR-PAY-CODE                PIC X.

       FD  RUN-LOG.
       01  RLOG-REC.
       01  WS-TIME-DTL-FILENAME            PIC X(30)   VALUE SPACES.
       01  WS-EMP-OUT-FILENAME             PIC X(30)   VALUE SPACES.
       01  WS-PR-RPT-FILENAME              PIC X(30)   VALUE SPACES.
       01  WS-LEAVE-RPT-FILENAME           PIC X(30)   VALUE SPACES.

       01  WS-RUN-PARM.
           03  WS-PARM-STRING               PIC X(20)   VALUE SPACES.
           03  WS-PARM-TOK2                 PIC X(5)    VALUE SPACES.
       01  WS-RUN-QTR                       PIC 9       VALUE ZERO.
       01  WS-RUN-YEAR                      PIC 9999    VALUE ZERO.
       01  WS-RUN-QTR-KEY                   PIC 9(5)    VALUE ZERO.

       01  WS-SYS-DATE.
           03  WS-SYS-YR.
       01  WS-RPT-BLANK-LN                 PIC X(80) VALUE SPACES.
       01  WS-DTL-HDG.
           03  FILLER                      PIC X(30) VALUE
               '  DEPT ID   WEEK P  HOURS   RA'.
           03  FILLER                      PIC X(30) VALUE
               'TE  OT HOURS   WEEK PAY  NOTE '.
           03  FILLER                      PIC X(30) VALUE SPACES.
           03  WS-DTL-ID                   PIC X(4).
           03  FILLER                      PIC X(3)   VALUE SPACES.
           03  WS-DTL-WEEK                 PIC Z9.
           03  FILLER                      PIC X      VALUE SPACES.
           03  WS-DTL-PAY-CODE             PIC X.
           03  FILLER                      PIC X      VALUE SPACES.
           03  WS-DTL-HOURS                PIC ZZ9.99.
           03  FILLER                      PIC XX     VALUE SPACES.
           03  WS-DTL-RATE                 PIC Z9.99.
           03  WS-RATE-FOUND-FLAG          PIC X       VALUE 'N'.
               88  WS-RATE-FOUND                       VALUE 'Y'.

           03  WS-LVR-EOF-FLAG             PIC X       VALUE 'N'.
               88  WS-LVR-EOF                          VALUE 'Y'.
           03  WS-LVB-EOF-FLAG             PIC X       VALUE 'N'.
               88  WS-LVB-EOF                          VALUE 'Y'.
           03  WS-LVB-CHANGED-FLAG         PIC X       VALUE 'N'.
               88  WS-LVB-CHANGED                      VALUE 'Y'.

       01  WS-RATE-STATUS                  PIC XX      VALUE SPACES.
       01  WS-LVB-STATUS                   PIC XX      VALUE SPACES.
       01  WS-LVR-STATUS                   PIC XX      VALUE SPACES.
       01  WS-RLOG-STATUS                  PIC XX      VALUE SPACES.

       01  WS-GROSS-CTRS.
           03  WS-RATE-MISMATCH-CTR        PIC 9(5)    VALUE ZERO.
           03  WS-OUT-REC-CTR              PIC 9(5)    VALUE ZERO.
           03  WS-OUT-PAY-TOT              PIC 9(9)V99 VALUE ZERO.
           03  WS-LEAVE-PAID-CTR           PIC 9(5)    VALUE ZERO.
           03  WS-LEAVE-PAY-TOT            PIC 9(9)V99 VALUE ZERO.
           03  WS-LEAVE-REJECT-CTR         PIC 9(5)    VALUE ZERO.

       01  WS-CALC-WORK.
           03  WS-REG-HOURS                PIC 99V99   VALUE ZERO.
                   07  WS-RT-EMP-ID        PIC X(4).
                   07  WS-RT-EFF-DATE      PIC 9(8).
               05  WS-RT-HOURLY            PIC 99V99.
      * Callers set the employee and WS-WEEK-DATE before the search.
       01  WS-RT-SRCH-KEY.
           03  WS-SRCH-EMP-ID              PIC X(4).
           03  WS-SRCH-EFF-DATE            PIC 9(8).
           03  WS-NEW-OT                   PIC 9(3)V99 VALUE ZERO.
           03  WS-CARD-OT                  PIC 99V99   VALUE ZERO.
           03  WS-CARD-REG                 PIC 99V99   VALUE ZERO.
           03  WS-CUR-WORK-HOURS           PIC 9(4)V99 VALUE ZERO.
       01  WS-EDPT-SUB                     PIC 99      VALUE ZERO.
       01  WS-EDPT-FOUND-SUB               PIC 99      VALUE ZERO.
       01  WS-EDPT-COUNT                   PIC 99      VALUE ZERO.
           03  FILLER                      PIC XX    VALUE SPACES.
           03  WS-DIST-PCT-ED              PIC ZZ9.9.
           03  FILLER                      PIC X(40) VALUE SPACES.

      * Accrual rates by leave type from leave-accrual-rates.dat.
       01  WS-LVR-COUNT                    PIC 9       VALUE ZERO.
       01  WS-LVR-TABLE.
           03  WS-LVR-ENTRY  OCCURS 2 TIMES
                         INDEXED BY WS-LVR-IDX.
               05  WS-LVR-T-TYPE           PIC X.
               05  WS-LVR-T-RATE           PIC 9V9(5).
               05  WS-LVR-T-MAX-BAL        PIC 9(4)V99.

      * The whole leave balance master, kept in employee id + type
      * order so it can be written back as it came in, rejected
      * records included.  OPEN is the balance at the start of the
      * quarter (after any rerun back-out); ACCRUED and USED are what
      * this run posts.
       01  WS-LB-COUNT                     PIC 9(5)    VALUE ZERO.
       01  WS-LB-SUB                       PIC 9(5)    VALUE ZERO.
       01  WS-LB-MOVE-SUB                  PIC 9(5)    VALUE ZERO.
       01  WS-LB-TABLE.
           03  WS-LB-ENTRY  OCCURS 10000 TIMES
                         INDEXED BY WS-LB-IDX.
               05  WS-LB-DATA.
                   07  WS-LB-KEY.
                       09  WS-LB-EMP-ID    PIC X(4).
                       09  WS-LB-TYPE      PIC X.
                   07  WS-LB-BALANCE       PIC 9(4)V99.
                   07  WS-LB-LAST-QTR      PIC 9(5).
                   07  WS-LB-LAST-ACCRUED  PIC 9(4)V99.
                   07  WS-LB-LAST-USED     PIC 9(4)V99.
               05  WS-LB-VALID             PIC X.
               05  WS-LB-HOLD              PIC X.
               05  WS-LB-TOUCHED           PIC X.
               05  WS-LB-OPEN              PIC 9(4)V99.
               05  WS-LB-ACCRUED           PIC 9(4)V99.
               05  WS-LB-USED              PIC 9(4)V99.
       01  WS-LB-FIND-KEY.
           03  WS-LB-FIND-EMP-ID           PIC X(4).
           03  WS-LB-FIND-TYPE             PIC X.

       01  WS-LEAVE-WORK.
           03  WS-LV-ACCRUE                PIC 9(4)V99 VALUE ZERO.
           03  WS-LV-ROOM                  PIC S9(5)V99 VALUE ZERO.
           03  WS-LV-CLOSE                 PIC 9(4)V99 VALUE ZERO.
           03  WS-LV-VALUE                 PIC 9(7)V99 VALUE ZERO.
           03  WS-LV-CAPPED-CTR            PIC 9(5)    VALUE ZERO.
           03  WS-LV-HELD-CTR              PIC 9(5)    VALUE ZERO.
           03  WS-LV-NO-RATE-CTR           PIC 9(5)    VALUE ZERO.
           03  WS-LV-TODAY                 PIC 9(8)    VALUE ZERO.
       01  WS-LEAVE-TOTS.
           03  WS-VAC-ACCR-CTR             PIC 9(5)    VALUE ZERO.
           03  WS-VAC-ACCR-TOT             PIC 9(7)V99 VALUE ZERO.
           03  WS-VAC-USED-CTR             PIC 9(5)    VALUE ZERO.
           03  WS-VAC-USED-TOT             PIC 9(7)V99 VALUE ZERO.
           03  WS-SICK-ACCR-CTR            PIC 9(5)    VALUE ZERO.
           03  WS-SICK-ACCR-TOT            PIC 9(7)V99 VALUE ZERO.
           03  WS-SICK-USED-CTR            PIC 9(5)    VALUE ZERO.
           03  WS-SICK-USED-TOT            PIC 9(7)V99 VALUE ZERO.
           03  WS-HOL-CARD-CTR             PIC 9(5)    VALUE ZERO.
           03  WS-HOL-HOURS-TOT            PIC 9(7)V99 VALUE ZERO.
           03  WS-VAC-LIAB-CTR             PIC 9(5)    VALUE ZERO.
           03  WS-VAC-LIAB-TOT             PIC 9(9)V99 VALUE ZERO.
           03  WS-SICK-LIAB-CTR            PIC 9(5)    VALUE ZERO.
           03  WS-SICK-LIAB-TOT            PIC 9(9)V99 VALUE ZERO.

       01  WS-LV-TITLE-LN.
           03  FILLER      PIC X(28) VALUE "P02-MARIO'S SOLUTION".
           03  WS-LV-QTR-LBL               PIC X(32).
           03  WS-LV-DATE-TIME             PIC X(10).
       01  WS-LVU-HDG.
           03  FILLER                      PIC X(30) VALUE
               '  LEAVE ACCRUAL AND USAGE     '.
           03  FILLER                      PIC X(30) VALUE SPACES.
       01  WS-LVU-COL-HDG.
           03  FILLER                      PIC X(30) VALUE
               '  EMP ID  TYPE       OPENING  '.
           03  FILLER                      PIC X(30) VALUE
               ' ACCRUED      USED   CLOSING  '.
           03  FILLER                      PIC X(30) VALUE
               'NOTE                          '.
       01  WS-LVU-LN.
           03  FILLER                      PIC XX    VALUE SPACES.
           03  WS-LVU-ID                   PIC X(4).
           03  FILLER                      PIC X(4)  VALUE SPACES.
           03  WS-LVU-TYPE                 PIC X(8).
           03  FILLER                      PIC XX    VALUE SPACES.
           03  WS-LVU-OPEN                 PIC Z,ZZ9.99.
           03  FILLER                      PIC XX    VALUE SPACES.
           03  WS-LVU-ACCRUED              PIC Z,ZZ9.99.
           03  FILLER                      PIC XX    VALUE SPACES.
           03  WS-LVU-USED                 PIC Z,ZZ9.99.
           03  FILLER                      PIC XX    VALUE SPACES.
           03  WS-LVU-CLOSE                PIC Z,ZZ9.99.
           03  FILLER                      PIC XX    VALUE SPACES.
           03  WS-LVU-NOTE                 PIC X(24).
       01  WS-LVL-HDG.
           03  FILLER                      PIC X(30) VALUE
               '  LEAVE LIABILITY AT CURRENT M'.
           03  FILLER                      PIC X(30) VALUE
               'ASTER RATE                    '.
       01  WS-LVL-COL-HDG.
           03  FILLER                      PIC X(30) VALUE
               '  EMP ID  TYPE       BALANCE  '.
           03  FILLER                      PIC X(30) VALUE
               '   RATE       VALUE  NOTE     '.
       01  WS-LVL-LN.
           03  FILLER                      PIC XX    VALUE SPACES.
           03  WS-LVL-ID                   PIC X(4).
           03  FILLER                      PIC X(4)  VALUE SPACES.
           03  WS-LVL-TYPE                 PIC X(8).
           03  FILLER                      PIC XX    VALUE SPACES.
           03  WS-LVL-BALANCE              PIC Z,ZZ9.99.
           03  FILLER                      PIC X(4)  VALUE SPACES.
           03  WS-LVL-RATE                 PIC Z9.99.
           03  FILLER                      PIC XX    VALUE SPACES.
           03  WS-LVL-VALUE                PIC ZZZ,ZZ9.99.
           03  FILLER                      PIC XX    VALUE SPACES.
           03  WS-LVL-NOTE                 PIC X(20).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 110-GET-RUN-PARM.
           PERFORM 180-LOAD-RATE-MASTER.
           PERFORM 187-LOAD-LEAVE-RATES.
           PERFORM 190-LOAD-LEAVE-BAL.
           OPEN OUTPUT PR-RPT.
           PERFORM 300-GET-SYS-DATE-TIME.
           PERFORM 400-RPT-HEADING.
           PERFORM 700-RPT-END.
           CLOSE PR-RPT.

           OPEN OUTPUT LEAVE-RPT.
           PERFORM 670-LEAVE-REGISTER.
           PERFORM 680-LEAVE-LIABILITY.
           CLOSE LEAVE-RPT.
           IF WS-LVB-CHANGED
               PERFORM 690-REWRITE-LEAVE-BAL
           END-IF.

           DISPLAY 'PROJECT 2 GROSS PAY - MARIO GARCIA'.
           DISPLAY 'TIMEKEEPING RECORDS READ: ', WS-TK-READ-CTR.
           DISPLAY 'TIMEKEEPING RECORDS REJECTED: ', WS-TK-REJECT-CTR.
           DISPLAY 'RATE MISMATCHES LISTED: ', WS-RATE-MISMATCH-CTR.
           DISPLAY 'SPLIT-DEPT EMPLOYEES: ', WS-SPLIT-EMP-CTR.
           DISPLAY 'EMPLOYEE RECORDS WRITTEN: ', WS-OUT-REC-CTR.
           DISPLAY 'LEAVE CARDS PAID: ', WS-LEAVE-PAID-CTR.
           DISPLAY 'LEAVE CARDS OVER BALANCE: ', WS-LEAVE-REJECT-CTR.
           PERFORM 900-WRITE-RUN-LOG.
           STOP RUN.
      *-----------------------------------------------------------------
               MOVE 'timekeeping-detail.dat' TO WS-TIME-DTL-FILENAME
               MOVE 'p02-data-unordered.dat' TO WS-EMP-OUT-FILENAME
               MOVE 'LNAME-p02-gross.rpt'    TO WS-PR-RPT-FILENAME
               MOVE 'LNAME-p02-leave.rpt'    TO WS-LEAVE-RPT-FILENAME
      * The rate lookup needs a calendar quarter even without a parm,
      * the same current-date fallback GARCIA-P02-SORT applies.
               PERFORM 300-GET-SYS-DATE-TIME
                      '-' WS-RUN-YEAR '.rpt' DELIMITED BY SIZE
                      INTO WS-PR-RPT-FILENAME
               END-STRING
               MOVE SPACES TO WS-LEAVE-RPT-FILENAME
               STRING 'LNAME-p02-leave-q' FUNCTION TRIM(WS-RUN-QTR)
                      '-' WS-RUN-YEAR '.rpt' DELIMITED BY SIZE
                      INTO WS-LEAVE-RPT-FILENAME
               END-STRING
           END-IF.
           COMPUTE WS-RUN-QTR-KEY = (WS-RUN-YEAR * 10) + WS-RUN-QTR.
           MOVE SPACES TO WS-LV-QTR-LBL.
           STRING 'Q' FUNCTION TRIM(WS-RUN-QTR) ' ' WS-RUN-YEAR
                  ' LEAVE REGISTER' DELIMITED BY SIZE
                  INTO WS-LV-QTR-LBL
           END-STRING.
      *-----------------------------------------------------------------
      * The master must be on disk to pay anything - with no rates,
      * every card would reject, so stop up front with the fix named.
               MOVE WS-RT-KEY (WS-RT-COUNT) TO WS-RT-PRIOR-KEY
           END-IF.
      *-----------------------------------------------------------------
      * No rate file means nothing accrues this run; balances are still
      * drawn down by leave cards, so the run goes on with a warning.
       187-LOAD-LEAVE-RATES.
           OPEN INPUT LEAVE-RATES.
           EVALUATE WS-LVR-STATUS
               WHEN '00'
                   PERFORM UNTIL WS-LVR-EOF
                       READ LEAVE-RATES
                           AT END
                               SET WS-LVR-EOF TO TRUE
                           NOT AT END
                               PERFORM 188-LOAD-ONE-LEAVE-RATE
                       END-READ
                   END-PERFORM
                   CLOSE LEAVE-RATES
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'LEAVE ACCRUAL RATES WILL NOT OPEN - '
                           'STATUS: ' WS-LVR-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF WS-LVR-COUNT = ZERO
               DISPLAY 'WARNING: NO LEAVE ACCRUAL RATES ON FILE - NO '
                       'LEAVE ACCRUES THIS RUN'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * Last record for a type wins, so a rate change is keyed as a new
      * record on the end of the file.
       188-LOAD-ONE-LEAVE-RATE.
           IF (LVR-TYPE NOT = 'V' AND LVR-TYPE NOT = 'S') OR
              LVR-RATE NOT NUMERIC OR
              LVR-MAX-BAL NOT NUMERIC
               DISPLAY 'INVALID LEAVE ACCRUAL RATE IGNORED: ' LVR-REC
           ELSE
               SET WS-LVR-IDX TO 1
               SEARCH WS-LVR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-LVR-IDX > WS-LVR-COUNT
                       ADD 1 TO WS-LVR-COUNT
                   WHEN WS-LVR-T-TYPE (WS-LVR-IDX) = LVR-TYPE
                       CONTINUE
               END-SEARCH
               MOVE LVR-TYPE    TO WS-LVR-T-TYPE    (WS-LVR-IDX)
               MOVE LVR-RATE    TO WS-LVR-T-RATE    (WS-LVR-IDX)
               MOVE LVR-MAX-BAL TO WS-LVR-T-MAX-BAL (WS-LVR-IDX)
           END-IF.
      *-----------------------------------------------------------------
      * No balance master simply means no one has a balance yet; the
      * first run's accruals create it.
       190-LOAD-LEAVE-BAL.
           OPEN INPUT LEAVE-BAL.
           EVALUATE WS-LVB-STATUS
               WHEN '00'
                   PERFORM UNTIL WS-LVB-EOF
                       READ LEAVE-BAL
                           AT END
                               SET WS-LVB-EOF TO TRUE
                           NOT AT END
                               PERFORM 192-LOAD-ONE-LEAVE-BAL
                       END-READ
                   END-PERFORM
                   CLOSE LEAVE-BAL
               WHEN '35'
                   DISPLAY 'LEAVE BALANCE MASTER NOT FOUND - STARTING '
                           'A NEW ONE'
               WHEN OTHER
                   DISPLAY 'LEAVE BALANCE MASTER WILL NOT OPEN - '
                           'STATUS: ' WS-LVB-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *-----------------------------------------------------------------
      * Every record goes into the table so the master can be written
      * back whole; only valid ones are used.  A balance this same
      * quarter last posted has that posting backed out so a rerun
      * posts it again rather than twice; one a later quarter posted
      * is left exactly as it stands.
       192-LOAD-ONE-LEAVE-BAL.
           IF WS-LB-COUNT NOT < 10000
               DISPLAY 'LEAVE BALANCE TABLE FULL - CANNOT CONTINUE: '
                       LVB-REC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LVB-EMP-ID TO WS-LB-FIND-EMP-ID.
           MOVE LVB-TYPE   TO WS-LB-FIND-TYPE.
           PERFORM 545-FIND-LEAVE-BAL.
           ADD 1 TO WS-LB-COUNT.
           SET WS-LB-IDX TO WS-LB-COUNT.
           MOVE LVB-REC TO WS-LB-DATA    (WS-LB-IDX).
           MOVE 'N'     TO WS-LB-VALID   (WS-LB-IDX)
                           WS-LB-HOLD    (WS-LB-IDX)
                           WS-LB-TOUCHED (WS-LB-IDX).
           MOVE ZERO    TO WS-LB-OPEN    (WS-LB-IDX)
                           WS-LB-ACCRUED (WS-LB-IDX)
                           WS-LB-USED    (WS-LB-IDX).
           IF LVB-EMP-ID = SPACES OR
              (LVB-TYPE NOT = 'V' AND LVB-TYPE NOT = 'S') OR
              LVB-BALANCE NOT NUMERIC
               DISPLAY 'INVALID LEAVE BALANCE RECORD IGNORED: ' LVB-REC
           ELSE
               IF WS-LB-SUB NOT = ZERO
                   DISPLAY 'DUPLICATE LEAVE BALANCE RECORD IGNORED: '
                           LVB-REC
               ELSE
                   MOVE 'Y' TO WS-LB-VALID (WS-LB-IDX)
                   PERFORM 194-PREP-LEAVE-BAL
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       194-PREP-LEAVE-BAL.
           IF LVB-LAST-QTR NOT NUMERIC
               MOVE ZERO TO WS-LB-LAST-QTR (WS-LB-IDX)
           END-IF.
           IF LVB-LAST-ACCRUED NOT NUMERIC
               MOVE ZERO TO WS-LB-LAST-ACCRUED (WS-LB-IDX)
           END-IF.
           IF LVB-LAST-USED NOT NUMERIC
               MOVE ZERO TO WS-LB-LAST-USED (WS-LB-IDX)
           END-IF.
           MOVE WS-LB-BALANCE (WS-LB-IDX) TO WS-LB-OPEN (WS-LB-IDX).
           IF WS-LB-LAST-QTR (WS-LB-IDX) = WS-RUN-QTR-KEY
               COMPUTE WS-LV-ROOM = WS-LB-BALANCE (WS-LB-IDX)
                                  + WS-LB-LAST-USED (WS-LB-IDX)
                                  - WS-LB-LAST-ACCRUED (WS-LB-IDX)
               IF WS-LV-ROOM < ZERO
                   MOVE ZERO       TO WS-LB-OPEN (WS-LB-IDX)
               ELSE
                   MOVE WS-LV-ROOM TO WS-LB-OPEN (WS-LB-IDX)
               END-IF
               MOVE 'Y' TO WS-LB-TOUCHED (WS-LB-IDX)
               SET WS-LVB-CHANGED TO TRUE
           END-IF.
           IF WS-LB-LAST-QTR (WS-LB-IDX) > WS-RUN-QTR-KEY
               MOVE 'Y' TO WS-LB-HOLD (WS-LB-IDX)
               ADD 1 TO WS-LV-HELD-CTR
               DISPLAY 'WARNING: LEAVE BALANCE FOR EMP ID '
                       LVB-EMP-ID ' TYPE ' LVB-TYPE
                       ' WAS LAST POSTED BY A LATER QUARTER - '
                       'NOT POSTED BY THIS RUN'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * First calendar day of the week being paid: run quarter start
      * plus seven days per week number, normalized across month ends
      * (and leap February) so it compares cleanly with the master's
      *-----------------------------------------------------------------
      * Binary search for the employee's first rate entry, then a walk
      * across that employee's effective dates keeping the latest one
      * on or before the week date.  The caller has moved the employee
      * to WS-SRCH-EMP-ID and the date wanted to WS-WEEK-DATE.
       530-FIND-MASTER-RATE.
           MOVE 'N'         TO WS-RATE-FOUND-FLAG.
           MOVE ZERO        TO WS-MASTER-RATE.
           MOVE ZERO        TO WS-SRCH-EFF-DATE.
           MOVE 1           TO WS-RT-LO-SUB.
           MOVE WS-RT-COUNT TO WS-RT-HI-SUB.
           END-PERFORM.
           PERFORM VARYING WS-RT-SUB FROM WS-RT-LO-SUB BY 1
                     UNTIL WS-RT-SUB > WS-RT-COUNT
                        OR WS-RT-EMP-ID (WS-RT-SUB) NOT = WS-SRCH-EMP-ID
                        OR WS-RT-EFF-DATE (WS-RT-SUB) > WS-WEEK-DATE
               SET WS-RATE-FOUND TO TRUE
               MOVE WS-RT-HOURLY (WS-RT-SUB) TO WS-MASTER-RATE
               SET WS-TK-INVALID TO TRUE
               MOVE 'REJECTED - INVALID WEEK' TO WS-DTL-NOTE
           END-IF.
           IF WS-TK-VALID
               EVALUATE TK-PAY-CODE
                   WHEN SPACE
                       MOVE 'R' TO TK-PAY-CODE
                   WHEN 'R'
                   WHEN 'V'
                   WHEN 'S'
                   WHEN 'H'
                       CONTINUE
                   WHEN OTHER
                       SET WS-TK-INVALID TO TRUE
                       MOVE 'REJECTED - INVALID PAY CODE' TO WS-DTL-NOTE
               END-EVALUATE
           END-IF.

           IF WS-TK-VALID
               PERFORM 515-CALC-WEEK-DATE
               MOVE TK-ID TO WS-SRCH-EMP-ID
               PERFORM 530-FIND-MASTER-RATE
               IF NOT WS-RATE-FOUND
                   SET WS-TK-INVALID TO TRUE
                   MOVE 'N'        TO TSR-RATE-OK
               END-IF
               MOVE WS-MASTER-RATE TO TSR-MST-RATE
               MOVE TK-PAY-CODE    TO TSR-PAY-CODE
               RELEASE TSR-REC
           ELSE
               ADD 1 TO WS-TK-REJECT-CTR
      * card contributed, regardless of which department the card
      * charges - so a 30+20 hour week split across two departments
      * still pays 10 hours of overtime, on the card that crossed 40.
      * Only hours worked count toward the 40; a vacation or sick card
      * must first find the hours on the employee's leave balance, or
      * it rejects here, in its employee/week place on the register.
       510-ACCUM-ONE-CARD.
           IF TSR-ID NOT = WS-CUR-ID
               IF WS-CUR-ID NOT = SPACES
               MOVE ZERO       TO WS-EDPT-COUNT
               MOVE ZERO       TO WS-CUR-WEEK
               MOVE ZERO       TO WS-WEEK-HOURS
               MOVE ZERO       TO WS-CUR-WORK-HOURS
           END-IF.
           IF TSR-WEEK NOT = WS-CUR-WEEK
               MOVE TSR-WEEK   TO WS-CUR-WEEK
               MOVE ZERO       TO WS-WEEK-HOURS
           END-IF.

           MOVE SPACES TO WS-DTL-NOTE.
           SET WS-TK-VALID TO TRUE.
           IF TSR-PAY-CODE = 'V' OR TSR-PAY-CODE = 'S'
               PERFORM 540-USE-LEAVE-BALANCE
           END-IF.
           IF WS-TK-INVALID
               ADD 1 TO WS-TK-REJECT-CTR
               MOVE ZERO TO WS-CARD-OT
               MOVE ZERO TO WS-WEEK-PAY
               PERFORM 565-WRITE-CARD-DTL
           ELSE
               PERFORM 512-PRICE-CARD
               PERFORM 520-ACCUM-CARD-DEPT
               PERFORM 565-WRITE-CARD-DTL
           END-IF.
      *-----------------------------------------------------------------
      * Hours worked pay regular up to the week's 40 and time and a
      * half past it; leave hours pay straight time at the master rate.
       512-PRICE-CARD.
           IF TSR-PAY-CODE = 'R'
               IF WS-WEEK-HOURS > 40
                   COMPUTE WS-PRIOR-OT = WS-WEEK-HOURS - 40
               ELSE
                   MOVE ZERO TO WS-PRIOR-OT
               END-IF
               ADD TSR-HOURS TO WS-WEEK-HOURS
               ADD TSR-HOURS TO WS-CUR-WORK-HOURS
               IF WS-WEEK-HOURS > 40
                   COMPUTE WS-NEW-OT = WS-WEEK-HOURS - 40
               ELSE
                   MOVE ZERO TO WS-NEW-OT
               END-IF
               COMPUTE WS-CARD-OT  = WS-NEW-OT - WS-PRIOR-OT
           ELSE
               MOVE ZERO TO WS-CARD-OT
               ADD 1 TO WS-LEAVE-PAID-CTR
           END-IF.
           COMPUTE WS-CARD-REG = TSR-HOURS - WS-CARD-OT.
           MOVE WS-CARD-OT TO WS-OT-HOURS.
           COMPUTE WS-WEEK-PAY ROUNDED =
                   (WS-CARD-REG * TSR-MST-RATE)
                 + (WS-CARD-OT * TSR-MST-RATE * 1.5).
           IF TSR-PAY-CODE NOT = 'R'
               ADD WS-WEEK-PAY TO WS-LEAVE-PAY-TOT
           END-IF.
           IF TSR-PAY-CODE = 'H'
               ADD 1 TO WS-HOL-CARD-CTR
               ADD TSR-HOURS TO WS-HOL-HOURS-TOT
           END-IF.

      * The master rate is the one that pays; a punched rate that
      * disagrees (or is unreadable) is listed with both values so
      * payroll can chase the mispunch, without paying wrong money.
      * Leave cards are often punched without a rate, so only one that
      * carries a wrong rate is listed.
           IF (TSR-RATE-OK NOT = 'Y' AND TSR-PAY-CODE = 'R') OR
              (TSR-RATE-OK = 'Y' AND TSR-CARD-RATE NOT = TSR-MST-RATE)
               ADD 1 TO WS-RATE-MISMATCH-CTR
               MOVE TSR-CARD-RATE    TO WS-NOTE-CD-RATE
               MOVE TSR-MST-RATE     TO WS-NOTE-MST-RATE
               MOVE WS-MISMATCH-NOTE TO WS-DTL-NOTE
           ELSE
               EVALUATE TSR-PAY-CODE
                   WHEN 'V'
                       MOVE 'VACATION PAY'     TO WS-DTL-NOTE
                   WHEN 'S'
                       MOVE 'SICK PAY'         TO WS-DTL-NOTE
                   WHEN 'H'
                       MOVE 'HOLIDAY PAY'      TO WS-DTL-NOTE
               END-EVALUATE
           END-IF.
      *-----------------------------------------------------------------
      * Leave is drawn against the balance the employee started the
      * quarter with; hours earned this quarter are posted when the
      * employee's cards are done and can be taken from next quarter.
       540-USE-LEAVE-BALANCE.
           MOVE TSR-ID       TO WS-LB-FIND-EMP-ID.
           MOVE TSR-PAY-CODE TO WS-LB-FIND-TYPE.
           PERFORM 545-FIND-LEAVE-BAL.
           EVALUATE TRUE
               WHEN WS-LB-SUB = ZERO
                   SET WS-TK-INVALID TO TRUE
                   ADD 1 TO WS-LEAVE-REJECT-CTR
                   MOVE 'REJECTED - NO LEAVE BALANCE' TO WS-DTL-NOTE
               WHEN WS-LB-HOLD (WS-LB-SUB) = 'Y'
                   SET WS-TK-INVALID TO TRUE
                   ADD 1 TO WS-LEAVE-REJECT-CTR
                   MOVE 'REJECTED - BALANCE HELD' TO WS-DTL-NOTE
               WHEN WS-LB-OPEN (WS-LB-SUB) - WS-LB-USED (WS-LB-SUB)
                    < TSR-HOURS
                   SET WS-TK-INVALID TO TRUE
                   ADD 1 TO WS-LEAVE-REJECT-CTR
                   MOVE 'REJECTED - EXCEEDS BALANCE' TO WS-DTL-NOTE
               WHEN OTHER
                   ADD TSR-HOURS TO WS-LB-USED (WS-LB-SUB)
                   MOVE 'Y' TO WS-LB-TOUCHED (WS-LB-SUB)
                   SET WS-LVB-CHANGED TO TRUE
           END-EVALUATE.
           IF WS-TK-INVALID AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
      *-----------------------------------------------------------------
      * WS-LB-SUB comes back as the valid balance row for the employee
      * and type in WS-LB-FIND-KEY, or zero when there is none.
       545-FIND-LEAVE-BAL.
           MOVE ZERO TO WS-LB-SUB.
           IF WS-LB-COUNT > ZERO
               SET WS-LB-IDX TO 1
               SEARCH WS-LB-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-LB-IDX > WS-LB-COUNT
                       CONTINUE
                   WHEN WS-LB-KEY (WS-LB-IDX) = WS-LB-FIND-KEY AND
                        WS-LB-VALID (WS-LB-IDX) = 'Y'
                       SET WS-LB-SUB TO WS-LB-IDX
               END-SEARCH
           END-IF.
      *-----------------------------------------------------------------
       520-ACCUM-CARD-DEPT.
           MOVE ZERO TO WS-EDPT-FOUND-SUB.
               MOVE WS-EDPT-PAY (WS-EDPT-SUB)
                    TO WS-ET-QTR-PAY (WS-EMP-CTR)
           END-PERFORM.
           IF WS-CUR-WORK-HOURS > ZERO
               PERFORM VARYING WS-LVR-IDX FROM 1 BY 1
                         UNTIL WS-LVR-IDX > WS-LVR-COUNT
                   PERFORM 575-ACCRUE-LEAVE
               END-PERFORM
           END-IF.
      *-----------------------------------------------------------------
      * The quarter's hours worked earn leave at the type's rate, up to
      * the type's cap.  An employee earning a type for the first time
      * gets a new balance record, placed in employee id order.
       575-ACCRUE-LEAVE.
           COMPUTE WS-LV-ACCRUE ROUNDED =
                   WS-CUR-WORK-HOURS * WS-LVR-T-RATE (WS-LVR-IDX).
           IF WS-LV-ACCRUE > ZERO
               MOVE WS-CUR-ID                  TO WS-LB-FIND-EMP-ID
               MOVE WS-LVR-T-TYPE (WS-LVR-IDX) TO WS-LB-FIND-TYPE
               PERFORM 545-FIND-LEAVE-BAL
               IF WS-LB-SUB = ZERO
                   PERFORM 578-ADD-LEAVE-BAL
               END-IF
               IF WS-LB-HOLD (WS-LB-SUB) NOT = 'Y'
                   IF WS-LVR-T-MAX-BAL (WS-LVR-IDX) > ZERO
                       COMPUTE WS-LV-ROOM =
                               WS-LVR-T-MAX-BAL (WS-LVR-IDX)
                             - WS-LB-OPEN (WS-LB-SUB)
                             + WS-LB-USED (WS-LB-SUB)
                       IF WS-LV-ROOM < WS-LV-ACCRUE
                           ADD 1 TO WS-LV-CAPPED-CTR
                           IF WS-LV-ROOM < ZERO
                               MOVE ZERO TO WS-LV-ACCRUE
                           ELSE
                               MOVE WS-LV-ROOM TO WS-LV-ACCRUE
                           END-IF
                       END-IF
                   END-IF
                   ADD WS-LV-ACCRUE TO WS-LB-ACCRUED (WS-LB-SUB)
                   MOVE 'Y' TO WS-LB-TOUCHED (WS-LB-SUB)
                   SET WS-LVB-CHANGED TO TRUE
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       578-ADD-LEAVE-BAL.
           IF WS-LB-COUNT NOT < 10000
               DISPLAY 'LEAVE BALANCE TABLE FULL - CANNOT CONTINUE, '
                       'EMP ID: ' WS-CUR-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 1 TO WS-LB-SUB.
           PERFORM UNTIL WS-LB-SUB > WS-LB-COUNT
                      OR WS-LB-KEY (WS-LB-SUB) > WS-LB-FIND-KEY
               ADD 1 TO WS-LB-SUB
           END-PERFORM.
           PERFORM VARYING WS-LB-MOVE-SUB FROM WS-LB-COUNT BY -1
                     UNTIL WS-LB-MOVE-SUB < WS-LB-SUB
               MOVE WS-LB-ENTRY (WS-LB-MOVE-SUB)
                    TO WS-LB-ENTRY (WS-LB-MOVE-SUB + 1)
           END-PERFORM.
           ADD 1 TO WS-LB-COUNT.
           MOVE WS-LB-FIND-EMP-ID TO WS-LB-EMP-ID       (WS-LB-SUB).
           MOVE WS-LB-FIND-TYPE   TO WS-LB-TYPE         (WS-LB-SUB).
           MOVE ZERO              TO WS-LB-BALANCE      (WS-LB-SUB)
                                     WS-LB-LAST-QTR     (WS-LB-SUB)
                                     WS-LB-LAST-ACCRUED (WS-LB-SUB)
                                     WS-LB-LAST-USED    (WS-LB-SUB)
                                     WS-LB-OPEN         (WS-LB-SUB)
                                     WS-LB-ACCRUED      (WS-LB-SUB)
                                     WS-LB-USED         (WS-LB-SUB).
           MOVE 'Y'               TO WS-LB-VALID        (WS-LB-SUB).
           MOVE 'N'               TO WS-LB-HOLD         (WS-LB-SUB)
                                     WS-LB-TOUCHED      (WS-LB-SUB).
      *-----------------------------------------------------------------
       565-WRITE-CARD-DTL.
           MOVE TSR-DEPT       TO WS-DTL-DEPT.
           MOVE TSR-ID         TO WS-DTL-ID.
           MOVE TSR-WEEK       TO WS-DTL-WEEK.
           MOVE TSR-PAY-CODE   TO WS-DTL-PAY-CODE.
           MOVE TSR-HOURS      TO WS-DTL-HOURS.
           MOVE TSR-CARD-RATE  TO WS-DTL-RATE.
           MOVE WS-CARD-OT     TO WS-DTL-OT-HOURS.
           ELSE
               MOVE ZERO       TO WS-DTL-WEEK
           END-IF.
           MOVE TK-PAY-CODE    TO WS-DTL-PAY-CODE.
           IF TK-HOURS NUMERIC
               MOVE TK-HOURS   TO WS-DTL-HOURS
           ELSE
               MOVE WS-DIST-PCT TO WS-DIST-PCT-ED
               WRITE PR-RPT-REC FROM WS-DIST-LN
           END-PERFORM.
      *-----------------------------------------------------------------
      * The leave register: every balance this run moved, from the
      * quarter's opening balance through accrual and usage to the
      * closing balance that goes back on the master.
       670-LEAVE-REGISTER.
           MOVE WS-RPT-DATE-TIME           TO   WS-LV-DATE-TIME.
           WRITE LV-RPT-REC                FROM WS-LV-TITLE-LN.
           WRITE LV-RPT-REC                FROM WS-RPT-BLANK-LN.
           WRITE LV-RPT-REC                FROM WS-LVU-HDG.
           WRITE LV-RPT-REC                FROM WS-LVU-COL-HDG.
           PERFORM VARYING WS-LB-SUB FROM 1 BY 1
                     UNTIL WS-LB-SUB > WS-LB-COUNT
               IF WS-LB-VALID (WS-LB-SUB) = 'Y' AND
                  (WS-LB-TOUCHED (WS-LB-SUB) = 'Y' OR
                   WS-LB-HOLD (WS-LB-SUB) = 'Y')
                   PERFORM 672-PRINT-ONE-LEAVE
               END-IF
           END-PERFORM.
           WRITE LV-RPT-REC                FROM WS-RPT-BLANK-LN.
           MOVE 'VACATION HOURS ACCRUED:   ' TO WS-TOT-LABEL.
           MOVE WS-VAC-ACCR-CTR            TO   WS-TOT-COUNT.
           MOVE WS-VAC-ACCR-TOT            TO   WS-TOT-AMT.
           WRITE LV-RPT-REC                FROM WS-TOT-LN.
           MOVE 'VACATION HOURS USED:      ' TO WS-TOT-LABEL.
           MOVE WS-VAC-USED-CTR            TO   WS-TOT-COUNT.
           MOVE WS-VAC-USED-TOT            TO   WS-TOT-AMT.
           WRITE LV-RPT-REC                FROM WS-TOT-LN.
           MOVE 'SICK HOURS ACCRUED:       ' TO WS-TOT-LABEL.
           MOVE WS-SICK-ACCR-CTR           TO   WS-TOT-COUNT.
           MOVE WS-SICK-ACCR-TOT           TO   WS-TOT-AMT.
           WRITE LV-RPT-REC                FROM WS-TOT-LN.
           MOVE 'SICK HOURS USED:          ' TO WS-TOT-LABEL.
           MOVE WS-SICK-USED-CTR           TO   WS-TOT-COUNT.
           MOVE WS-SICK-USED-TOT           TO   WS-TOT-AMT.
           WRITE LV-RPT-REC                FROM WS-TOT-LN.
           MOVE 'HOLIDAY HOURS PAID:       ' TO WS-TOT-LABEL.
           MOVE WS-HOL-CARD-CTR            TO   WS-TOT-COUNT.
           MOVE WS-HOL-HOURS-TOT           TO   WS-TOT-AMT.
           WRITE LV-RPT-REC                FROM WS-TOT-LN.
           MOVE 'LEAVE CARDS OVER BALANCE: ' TO WS-TOT-LABEL.
           MOVE WS-LEAVE-REJECT-CTR        TO   WS-TOT-COUNT.
           MOVE ZERO                       TO   WS-TOT-AMT.
           WRITE LV-RPT-REC                FROM WS-TOT-LN.
           MOVE 'ACCRUALS HELD AT CAP:     ' TO WS-TOT-LABEL.
           MOVE WS-LV-CAPPED-CTR           TO   WS-TOT-COUNT.
           MOVE ZERO                       TO   WS-TOT-AMT.
           WRITE LV-RPT-REC                FROM WS-TOT-LN.
      *-----------------------------------------------------------------
       672-PRINT-ONE-LEAVE.
           MOVE SPACES                     TO WS-LVU-NOTE.
           MOVE WS-LB-EMP-ID  (WS-LB-SUB)  TO WS-LVU-ID.
           MOVE WS-LB-OPEN    (WS-LB-SUB)  TO WS-LVU-OPEN.
           MOVE WS-LB-ACCRUED (WS-LB-SUB)  TO WS-LVU-ACCRUED.
           MOVE WS-LB-USED    (WS-LB-SUB)  TO WS-LVU-USED.
           COMPUTE WS-LV-CLOSE = WS-LB-OPEN (WS-LB-SUB)
                               + WS-LB-ACCRUED (WS-LB-SUB)
                               - WS-LB-USED (WS-LB-SUB).
           MOVE WS-LV-CLOSE                TO WS-LVU-CLOSE.
           IF WS-LB-TYPE (WS-LB-SUB) = 'V'
               MOVE 'VACATION'             TO WS-LVU-TYPE
               IF WS-LB-ACCRUED (WS-LB-SUB) > ZERO
                   ADD 1                   TO WS-VAC-ACCR-CTR
                   ADD WS-LB-ACCRUED (WS-LB-SUB) TO WS-VAC-ACCR-TOT
               END-IF
               IF WS-LB-USED (WS-LB-SUB) > ZERO
                   ADD 1                   TO WS-VAC-USED-CTR
                   ADD WS-LB-USED (WS-LB-SUB) TO WS-VAC-USED-TOT
               END-IF
           ELSE
               MOVE 'SICK'                 TO WS-LVU-TYPE
               IF WS-LB-ACCRUED (WS-LB-SUB) > ZERO
                   ADD 1                   TO WS-SICK-ACCR-CTR
                   ADD WS-LB-ACCRUED (WS-LB-SUB) TO WS-SICK-ACCR-TOT
               END-IF
               IF WS-LB-USED (WS-LB-SUB) > ZERO
                   ADD 1                   TO WS-SICK-USED-CTR
                   ADD WS-LB-USED (WS-LB-SUB) TO WS-SICK-USED-TOT
               END-IF
           END-IF.
           IF WS-LB-HOLD (WS-LB-SUB) = 'Y'
               MOVE 'HELD - LATER QTR POSTED'  TO WS-LVU-NOTE
           END-IF.
           WRITE LV-RPT-REC                FROM WS-LVU-LN.
      *-----------------------------------------------------------------
      * What the outstanding balances would cost if paid today: each
      * closing balance at the employee's rate in effect on the run
      * date, which may differ from the rate the hours were earned at.
       680-LEAVE-LIABILITY.
           MOVE WS-SYS-DATE (1:8)          TO   WS-LV-TODAY.
           WRITE LV-RPT-REC                FROM WS-RPT-BLANK-LN.
           WRITE LV-RPT-REC                FROM WS-LVL-HDG.
           WRITE LV-RPT-REC                FROM WS-LVL-COL-HDG.
           PERFORM VARYING WS-LB-SUB FROM 1 BY 1
                     UNTIL WS-LB-SUB > WS-LB-COUNT
               IF WS-LB-VALID (WS-LB-SUB) = 'Y'
                   COMPUTE WS-LV-CLOSE = WS-LB-OPEN (WS-LB-SUB)
                                       + WS-LB-ACCRUED (WS-LB-SUB)
                                       - WS-LB-USED (WS-LB-SUB)
                   IF WS-LV-CLOSE > ZERO
                       PERFORM 682-VALUE-ONE-LEAVE
                   END-IF
               END-IF
           END-PERFORM.
           WRITE LV-RPT-REC                FROM WS-RPT-BLANK-LN.
           MOVE 'VACATION LIABILITY:       ' TO WS-TOT-LABEL.
           MOVE WS-VAC-LIAB-CTR            TO   WS-TOT-COUNT.
           MOVE WS-VAC-LIAB-TOT            TO   WS-TOT-AMT.
           WRITE LV-RPT-REC                FROM WS-TOT-LN.
           MOVE 'SICK LIABILITY:           ' TO WS-TOT-LABEL.
           MOVE WS-SICK-LIAB-CTR           TO   WS-TOT-COUNT.
           MOVE WS-SICK-LIAB-TOT           TO   WS-TOT-AMT.
           WRITE LV-RPT-REC                FROM WS-TOT-LN.
           MOVE 'TOTAL LEAVE LIABILITY:    ' TO WS-TOT-LABEL.
           COMPUTE WS-TOT-COUNT = WS-VAC-LIAB-CTR + WS-SICK-LIAB-CTR.
           COMPUTE WS-TOT-AMT   = WS-VAC-LIAB-TOT + WS-SICK-LIAB-TOT.
           WRITE LV-RPT-REC                FROM WS-TOT-LN.
           MOVE 'BALANCES WITH NO RATE:    ' TO WS-TOT-LABEL.
           MOVE WS-LV-NO-RATE-CTR          TO   WS-TOT-COUNT.
           MOVE ZERO                       TO   WS-TOT-AMT.
           WRITE LV-RPT-REC                FROM WS-TOT-LN.
      *-----------------------------------------------------------------
       682-VALUE-ONE-LEAVE.
           MOVE SPACES                     TO WS-LVL-NOTE.
           MOVE WS-LB-EMP-ID (WS-LB-SUB)   TO WS-LVL-ID.
           MOVE WS-LV-CLOSE                TO WS-LVL-BALANCE.
           MOVE WS-LB-EMP-ID (WS-LB-SUB)   TO WS-SRCH-EMP-ID.
           MOVE WS-LV-TODAY                TO WS-WEEK-DATE.
           PERFORM 530-FIND-MASTER-RATE.
           IF WS-RATE-FOUND
               COMPUTE WS-LV-VALUE ROUNDED =
                       WS-LV-CLOSE * WS-MASTER-RATE
           ELSE
               MOVE ZERO                   TO WS-LV-VALUE
               MOVE 'NO CURRENT RATE'      TO WS-LVL-NOTE
               ADD 1                       TO WS-LV-NO-RATE-CTR
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE WS-MASTER-RATE             TO WS-LVL-RATE.
           MOVE WS-LV-VALUE                TO WS-LVL-VALUE.
           IF WS-LB-TYPE (WS-LB-SUB) = 'V'
               MOVE 'VACATION'             TO WS-LVL-TYPE
               ADD 1                       TO WS-VAC-LIAB-CTR
               ADD WS-LV-VALUE             TO WS-VAC-LIAB-TOT
           ELSE
               MOVE 'SICK'                 TO WS-LVL-TYPE
               ADD 1                       TO WS-SICK-LIAB-CTR
               ADD WS-LV-VALUE             TO WS-SICK-LIAB-TOT
           END-IF.
           WRITE LV-RPT-REC                FROM WS-LVL-LN.
      *-----------------------------------------------------------------
      * The master goes back out whole, in employee id + type order and
      * with any rejected records as keyed.  A balance this run posted
      * records what it posted, for a rerun to back out.
       690-REWRITE-LEAVE-BAL.
           OPEN OUTPUT LEAVE-BAL.
           IF WS-LVB-STATUS NOT = '00'
               DISPLAY 'LEAVE BALANCE MASTER WILL NOT REWRITE - '
                       'STATUS: ' WS-LVB-STATUS ' - BALANCES NOT '
                       'UPDATED'
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-LB-SUB FROM 1 BY 1
                         UNTIL WS-LB-SUB > WS-LB-COUNT
                   IF WS-LB-VALID (WS-LB-SUB) = 'Y' AND
                      WS-LB-TOUCHED (WS-LB-SUB) = 'Y'
                       COMPUTE WS-LB-BALANCE (WS-LB-SUB) =
                               WS-LB-OPEN (WS-LB-SUB)
                             + WS-LB-ACCRUED (WS-LB-SUB)
                             - WS-LB-USED (WS-LB-SUB)
                       MOVE WS-RUN-QTR-KEY
                            TO WS-LB-LAST-QTR (WS-LB-SUB)
                       MOVE WS-LB-ACCRUED (WS-LB-SUB)
                            TO WS-LB-LAST-ACCRUED (WS-LB-SUB)
                       MOVE WS-LB-USED (WS-LB-SUB)
                            TO WS-LB-LAST-USED (WS-LB-SUB)
                   END-IF
                   MOVE WS-LB-DATA (WS-LB-SUB) TO LVB-REC
                   WRITE LVB-REC
               END-PERFORM
               CLOSE LEAVE-BAL
           END-IF.
      *-----------------------------------------------------------------
       700-RPT-END.
           WRITE PR-RPT-REC                FROM WS-RPT-BLANK-LN.
           MOVE WS-RATE-MISMATCH-CTR       TO   WS-TOT-COUNT.
           MOVE ZERO                       TO   WS-TOT-AMT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
           MOVE 'LEAVE CARDS PAID:         ' TO WS-TOT-LABEL.
           MOVE WS-LEAVE-PAID-CTR          TO   WS-TOT-COUNT.
           MOVE WS-LEAVE-PAY-TOT           TO   WS-TOT-AMT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
           MOVE 'LEAVE CARDS OVER BALANCE: ' TO WS-TOT-LABEL.
           MOVE WS-LEAVE-REJECT-CTR        TO   WS-TOT-COUNT.
           MOVE ZERO                       TO   WS-TOT-AMT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
      *-----------------------------------------------------------------
      * End-of-job evidence for the operations summary and for the
      * GARCIA-P02-SORT prerequisite check: one structured record

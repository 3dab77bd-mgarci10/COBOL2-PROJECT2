      ******************************************************************
      *PROGRAM : PROJECT 2   RETROACTIVE PAY FROM BACK-DATED RATES    *
      *AUTHOR  : Mario Garcia                                         *
      *DATE    : 10/15/2026                                           *
      *ABSTRACT: Finds the hourly rate changes GARCIA-P02-RATMNT has  *
      *          logged since each posted quarter was last paid, and  *
      *          re-prices that quarter's saved timekeeping detail    *
      *          with the GARCIA-P02-GROSS rules - weekly overtime    *
      *          past 40 hours worked at time and a half, leave hours *
      *          at straight time - once at the rates it was paid at  *
      *          and once at the rates on the master now.  The rate   *
      *          master as it stood is rebuilt by backing the change  *
      *          log out of the current master.  "Paid at" is the     *
      *          master as of the quarter's GARCIA-P02-GROSS run, or  *
      *          of the last retro run for the quarter whose file     *
      *          GARCIA-P02-ADJUST has since applied.  Each           *
      *          employee's difference goes to                        *
      *          retro-adjust-qN-YYYY.dat in the GARCIA-P02-ADJUST    *
      *          layout with reason code RET, one file per quarter,   *
      *          after the employee's pricing as of the GROSS run is  *
      *          proved against the quarterly file GROSS wrote; an    *
      *          employee that does not prove is held off the file.   *
      *          The retro worksheet shows each week whose rate moved *
      *          with hours, old rate, new rate and difference, for   *
      *          payroll to review before releasing the file by       *
      *          naming it on the GARCIA-P02-ADJUST parm.  An         *
      *          employee held off the file, or whose adjustment      *
      *          GARCIA-P02-ADJUST rejected, is carried on            *
      *          retro-held.dat with the stamp they were last paid    *
      *          as of, and is re-priced from that stamp on every     *
      *          later run until an adjustment for them is applied.   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARCIA-P02-RETRO.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL ASSIGN TO 'run-control.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT RATE-MASTER ASSIGN TO 'rate-master.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-RATE-STATUS.

           SELECT RATE-CHG-LOG ASSIGN TO 'rate-change-log.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-RCL-STATUS.

           SELECT TIME-DTL ASSIGN DYNAMIC WS-TIME-DTL-FILENAME
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-TK-STATUS.

           SELECT PAID-IN ASSIGN DYNAMIC WS-PAID-IN-FILENAME
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-PAID-STATUS.

           SELECT ADJ-OUT ASSIGN DYNAMIC WS-ADJ-OUT-FILENAME
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-ADJ-STATUS.

           SELECT RETRO-HELD ASSIGN TO 'retro-held.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-HELD-STATUS.

           SELECT ADJ-REJECT ASSIGN TO 'adjust-reject.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-AREJ-STATUS.

           SELECT TK-SRT  ASSIGN TO 'srt-retro-space.dat'
                          ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PR-RPT  ASSIGN TO 'LNAME-p02-retro.rpt'
                          ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-LOG ASSIGN TO 'batch-run-log.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-RLOG-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL.
       01  RC-REC.
           03  RC-QTR                      PIC 9.
           03  RC-YEAR                     PIC 9999.
           03  RC-STATUS                   PIC X(11).
           03  RC-INPUT-FILENAME           PIC X(30).
           03  RC-STAMP                    PIC X(14).

       FD  RATE-MASTER.
       01  RATE-REC.
           03  RATE-EMP-ID                 PIC X(4).
           03  RATE-EFF-DATE               PIC 9(8).
           03  RATE-HOURLY                 PIC 99V99.

       FD  RATE-CHG-LOG.
       01  RCL-REC.
           03  RCL-STAMP                   PIC X(14).
           03  RCL-ACTION                  PIC X.
           03  RCL-EMP-ID                  PIC X(4).
           03  RCL-EFF-DATE                PIC 9(8).
           03  RCL-OLD-RATE                PIC 99V99.
           03  RCL-NEW-RATE                PIC 99V99.

      * The saved timekeeping detail GARCIA-P02-GROSS priced.
       FD  TIME-DTL.
       01  TK-REC.
           03  TK-DEPT                     PIC 99.
           03  TK-ID                       PIC X(4).
           03  TK-LNAME                    PIC X(15).
           03  TK-FNAME                    PIC X(15).
           03  TK-WEEK                     PIC 99.
           03  TK-HOURS                    PIC 99V99.
           03  TK-RATE                     PIC 99V99.
           03  TK-PAY-CODE                 PIC X.

      * The quarterly EMP-REC file GARCIA-P02-GROSS wrote - what was
      * actually sent on to be paid.
       FD  PAID-IN.
       01  EMP-REC.
           03  EMP-DEPT                    PIC 99.
           03  EMP-DETAIL.
               05  EMP-ID                      PIC X(4).
               05  EMP-NAME.
                   07  EMP-LNAME               PIC X(15).
                   07  EMP-FNAME               PIC X(15).
               05  EMP-QTR-PAY                 PIC 9(5)V99.
           03  EMP-TRAILER REDEFINES EMP-DETAIL.
               05  EMP-TRL-REC-COUNT           PIC 9(5).
               05  EMP-TRL-TOTAL-PAY           PIC 9(9)V99.
               05  FILLER                      PIC X(25).

      * GARCIA-P02-ADJUST input layout.
       FD  ADJ-OUT.
       01  ADJ-REC.
           03  ADJ-EMP-ID                  PIC X(4).
           03  ADJ-QTR                     PIC 9.
           03  ADJ-YEAR                    PIC 9999.
           03  ADJ-AMT                     PIC S9(5)V99
                                           SIGN LEADING SEPARATE.
           03  ADJ-REASON                  PIC X(3).

      * Retro pay still owed, one record per employee and quarter:
      * status H is held off the retro file, W is on a retro file that
      * GARCIA-P02-ADJUST has not yet applied.  RHLD-PAID-STAMP is the
      * stamp the employee was last paid as of, which stays behind the
      * quarter's while they are held; RHLD-RUN-STAMP is the retro run
      * that last held or wrote them.  Rewritten in full every run.
       FD  RETRO-HELD.
       01  RHLD-REC.
           03  RHLD-EMP-ID                 PIC X(4).
           03  RHLD-QTR                    PIC 9.
           03  RHLD-YEAR                   PIC 9999.
           03  RHLD-STATUS                 PIC X.
           03  RHLD-PAID-STAMP             PIC X(14).
           03  RHLD-RUN-STAMP              PIC X(14).
           03  RHLD-AMT                    PIC S9(7)V99
                                           SIGN LEADING SEPARATE.
           03  RHLD-NOTE                   PIC X(31).

      * Same layout GARCIA-P02-ADJUST appends; the transaction image
      * is in the GARCIA-P02-ADJUST input layout.
       FD  ADJ-REJECT.
       01  AREJ-REC.
           03  AREJ-STAMP                  PIC X(14).
           03  AREJ-INPUT-FILE             PIC X(30).
           03  AREJ-ADJ-IMAGE.
               05  AREJ-EMP-ID             PIC X(4).
               05  AREJ-QTR                PIC 9.
               05  AREJ-YEAR               PIC 9999.
               05  AREJ-AMT                PIC S9(5)V99
                                           SIGN LEADING SEPARATE.
               05  AREJ-ADJ-REASON         PIC X(3).
           03  AREJ-REASON                 PIC X(34).

      * Valid cards in GARCIA-P02-GROSS's employee/week order, with the
      * week's rate as GROSS priced it, as last paid, and as now.
       SD  TK-SRT.
       01  TSR-REC.
           03  TSR-ID                      PIC X(4).
           03  TSR-WEEK                    PIC 99.
           03  TSR-DEPT                    PIC 99.
           03  TSR-LNAME                   PIC X(15).
           03  TSR-FNAME                   PIC X(15).
           03  TSR-HOURS                   PIC 99V99.
           03  TSR-PAY-CODE                PIC X.
           03  TSR-GROSS-RATE              PIC 99V99.
           03  TSR-PAID-RATE               PIC 99V99.
           03  TSR-NEW-RATE                PIC 99V99.
           03  TSR-NEW-RATE-OK             PIC X.

       FD  PR-RPT.
       01  PR-RPT-REC                      PIC X(105).

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
       01  WS-TIME-DTL-FILENAME            PIC X(30)   VALUE SPACES.
       01  WS-PAID-IN-FILENAME             PIC X(30)   VALUE SPACES.
       01  WS-ADJ-OUT-FILENAME             PIC X(30)   VALUE SPACES.
       01  WS-RELEASE-FILENAME             PIC X(30)   VALUE SPACES.

       01  WS-SYS-DATE.
           03  WS-SYS-YR.
               05  WS-SYS-YR-CENTURY       PIC 99.
               05  WS-SYS-YR-DECADE        PIC 99.
           03  WS-SYS-MO                   PIC 99.
           03  WS-SYS-DAY                  PIC 99.
           03  WS-SYS-HR                   PIC 99.
           03  WS-SYS-MIN                  PIC 99.
           03  WS-SYS-SEC                  PIC 99.
      * Taken once at the start: every change logged up to here is in
      * this run's pricing, so this is the stamp the run is known by.
       01  WS-RUN-STAMP                    PIC X(14)   VALUE SPACES.

       01  WS-RPT-TITLE-LN.
           03  FILLER      PIC X(28) VALUE "P02-MARIO'S SOLUTION".
           03  FILLER      PIC X(42) VALUE
               'RETROACTIVE PAY WORKSHEET'.
           03  WS-RPT-DATE-TIME.
               05  WS-RPT-MO               PIC 99.
               05  FILLER                  PIC X     VALUE '/'.
               05  WS-RPT-DAY              PIC 99.
               05  FILLER                  PIC X     VALUE '/'.
               05  WS-RPT-YR               PIC 9999.

       01  WS-RPT-BLANK-LN                 PIC X(80) VALUE SPACES.
       01  WS-QTR-HDG.
           03  FILLER                      PIC X(10) VALUE
               '  QUARTER '.
           03  WS-QH-QTR-LBL               PIC X(8).
           03  FILLER                      PIC X(16) VALUE
               'PAID AS OF RUN '.
           03  WS-QH-PAID-STAMP            PIC X(14).
           03  FILLER                      PIC XX    VALUE SPACES.
           03  WS-QH-NOTE                  PIC X(50).
       01  WS-NONE-DUE-LN.
           03  FILLER                      PIC X(30) VALUE
               '  NO POSTED QUARTER HAS A RATE'.
           03  FILLER                      PIC X(30) VALUE
               ' CHANGE SINCE IT WAS LAST PAID'.
       01  WS-DTL-HDG.
           03  FILLER                      PIC X(30) VALUE
               '  EMP ID  DEPT WEEK P   HOURS '.
           03  FILLER                      PIC X(30) VALUE
               ' OT HOURS  OLD RATE  NEW RATE '.
           03  FILLER                      PIC X(30) VALUE
               '  DIFFERENCE  NOTE            '.
       01  WS-DTL-LN.
           03  FILLER                      PIC XX     VALUE SPACES.
           03  WS-DTL-ID                   PIC X(4).
           03  FILLER                      PIC X(4)   VALUE SPACES.
           03  WS-DTL-DEPT                 PIC 99.
           03  FILLER                      PIC X(3)   VALUE SPACES.
           03  WS-DTL-WEEK                 PIC Z9.
           03  FILLER                      PIC X      VALUE SPACES.
           03  WS-DTL-PAY-CODE             PIC X.
           03  FILLER                      PIC XX     VALUE SPACES.
           03  WS-DTL-HOURS                PIC ZZ9.99.
           03  FILLER                      PIC X(3)   VALUE SPACES.
           03  WS-DTL-OT-HOURS             PIC ZZ9.99.
           03  FILLER                      PIC X(5)   VALUE SPACES.
           03  WS-DTL-OLD-RATE             PIC Z9.99.
           03  FILLER                      PIC X(5)   VALUE SPACES.
           03  WS-DTL-NEW-RATE             PIC Z9.99.
           03  FILLER                      PIC X(3)   VALUE SPACES.
           03  WS-DTL-DIFF                 PIC -ZZ,ZZ9.99.
           03  FILLER                      PIC XX     VALUE SPACES.
           03  WS-DTL-NOTE                 PIC X(20).
       01  WS-EMP-TOT-LN.
           03  FILLER                      PIC XX     VALUE SPACES.
           03  WS-ETL-ID                   PIC X(4).
           03  FILLER                      PIC X      VALUE SPACES.
           03  WS-ETL-LNAME                PIC X(15).
           03  FILLER                      PIC X      VALUE SPACES.
           03  WS-ETL-FNAME                PIC X(15).
           03  FILLER                      PIC X(18)  VALUE
               'RETRO DIFFERENCE'.
           03  WS-ETL-DIFF                 PIC -ZZ,ZZ9.99.
           03  FILLER                      PIC XX     VALUE SPACES.
           03  WS-ETL-NOTE                 PIC X(36).

      * A carried employee is priced from the stamp they were last
      * paid as of, not the quarter's.
       01  WS-CARRY-LN.
           03  FILLER                      PIC X(8)   VALUE SPACES.
           03  FILLER                      PIC X(25)  VALUE
               'CARRIED FORWARD FROM RUN '.
           03  WS-CRY-RUN-STAMP            PIC X(14).
           03  FILLER                      PIC X(17)  VALUE
               ' - PAID AS OF RUN'.
           03  FILLER                      PIC X      VALUE SPACES.
           03  WS-CRY-PAID-STAMP           PIC X(14).
       01  WS-HELD-HDG.
           03  FILLER                      PIC X(30) VALUE
               '  HELD - RETRO PAY STILL OWED '.
           03  FILLER                      PIC X(30) VALUE
               'TO:                           '.
       01  WS-HELD-LN.
           03  FILLER                      PIC X(4)   VALUE SPACES.
           03  WS-HLN-ID                   PIC X(4).
           03  FILLER                      PIC X(2)   VALUE SPACES.
           03  WS-HLN-AMT                  PIC -Z,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(17)  VALUE
               '  PAID AS OF RUN '.
           03  WS-HLN-PAID-STAMP           PIC X(14).
           03  FILLER                      PIC X(2)   VALUE SPACES.
           03  WS-HLN-NOTE                 PIC X(31).

       01  WS-TOT-LN.
           03  FILLER                      PIC X(2)   VALUE SPACES.
           03  WS-TOT-LABEL                PIC X(26).
           03  WS-TOT-COUNT                PIC ZZZZ9.
           03  FILLER                      PIC X(1)   VALUE SPACES.
           03  WS-TOT-AMT                  PIC -Z,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(35)  VALUE SPACES.

       01  WS-FLAGS.
           03  WS-RUNCTL-EOF-FLAG          PIC X       VALUE 'N'.
               88  WS-RUNCTL-EOF                       VALUE 'Y'.
           03  WS-RLOG-EOF-FLAG            PIC X       VALUE 'N'.
               88  WS-RLOG-EOF                         VALUE 'Y'.
           03  WS-RATE-EOF-FLAG            PIC X       VALUE 'N'.
               88  WS-RATE-EOF                         VALUE 'Y'.
           03  WS-RCL-EOF-FLAG             PIC X       VALUE 'N'.
               88  WS-RCL-EOF                          VALUE 'Y'.
           03  WS-TK-EOF-FLAG              PIC X       VALUE 'N'.
               88  WS-TK-EOF                           VALUE 'Y'.
           03  WS-PAID-EOF-FLAG            PIC X       VALUE 'N'.
               88  WS-PAID-EOF                         VALUE 'Y'.
           03  WS-SRT-EOF-FLAG             PIC X       VALUE 'N'.
               88  WS-SRT-EOF                          VALUE 'Y'.
           03  WS-TK-VALID-FLAG            PIC X       VALUE 'Y'.
               88  WS-TK-VALID                         VALUE 'Y'.
               88  WS-TK-INVALID                       VALUE 'N'.
           03  WS-RATE-FOUND-FLAG          PIC X       VALUE 'N'.
               88  WS-RATE-FOUND                       VALUE 'Y'.
           03  WS-QTR-DUE-FLAG             PIC X       VALUE 'N'.
               88  WS-QTR-DUE                          VALUE 'Y'.
           03  WS-EMP-HOLD-FLAG            PIC X       VALUE 'N'.
               88  WS-EMP-HOLD                         VALUE 'Y'.
           03  WS-HELD-EOF-FLAG            PIC X       VALUE 'N'.
               88  WS-HELD-EOF                         VALUE 'Y'.
           03  WS-AREJ-EOF-FLAG            PIC X       VALUE 'N'.
               88  WS-AREJ-EOF                         VALUE 'Y'.

       01  WS-RUNCTL-STATUS                PIC XX      VALUE SPACES.
       01  WS-RATE-STATUS                  PIC XX      VALUE SPACES.
       01  WS-RCL-STATUS                   PIC XX      VALUE SPACES.
       01  WS-TK-STATUS                    PIC XX      VALUE SPACES.
       01  WS-PAID-STATUS                  PIC XX      VALUE SPACES.
       01  WS-ADJ-STATUS                   PIC XX      VALUE SPACES.
       01  WS-HELD-STATUS                  PIC XX      VALUE SPACES.
       01  WS-AREJ-STATUS                  PIC XX      VALUE SPACES.
       01  WS-RLOG-STATUS                  PIC XX      VALUE SPACES.

       01  WS-RUN-CTRS.
           03  WS-QTR-REPRICED-CTR         PIC 9(5)    VALUE ZERO.
           03  WS-QTR-FAILED-CTR           PIC 9(5)    VALUE ZERO.
           03  WS-UNDO-MISS-CTR            PIC 9(5)    VALUE ZERO.
           03  WS-RUN-ADJ-CTR              PIC 9(5)    VALUE ZERO.
           03  WS-RUN-ADJ-TOT              PIC S9(9)V99 VALUE ZERO.
           03  WS-RUN-HELD-CTR             PIC 9(5)    VALUE ZERO.
           03  WS-OWED-CTR                 PIC 9(5)    VALUE ZERO.
           03  WS-OWED-TOT                 PIC S9(9)V99 VALUE ZERO.
           03  WS-REJ-BACK-CTR             PIC 9(5)    VALUE ZERO.
       01  WS-QTR-CTRS.
           03  WS-TK-READ-CTR              PIC 9(5)    VALUE ZERO.
           03  WS-TK-SKIP-CTR              PIC 9(5)    VALUE ZERO.
           03  WS-CHG-LINE-CTR             PIC 9(5)    VALUE ZERO.
           03  WS-ADJ-OUT-CTR              PIC 9(5)    VALUE ZERO.
           03  WS-ADJ-OUT-TOT              PIC S9(9)V99 VALUE ZERO.
           03  WS-HELD-CTR                 PIC 9(5)    VALUE ZERO.
           03  WS-HELD-TOT                 PIC S9(9)V99 VALUE ZERO.

      * Posted quarters from run-control, last record wins.  The stamps
      * come from the batch run log: the quarter's last GROSS run up to
      * its COMPLETE, the last retro run for it, and the retro run whose
      * file GARCIA-P02-ADJUST last applied.
       01  WS-PQ-COUNT                     PIC 999     VALUE ZERO.
       01  WS-PQ-SUB                       PIC 999     VALUE ZERO.
       01  WS-PQ-TABLE.
           03  WS-PQ-ENTRY  OCCURS 100 TIMES
                            INDEXED BY WS-PQ-IDX.
               05  WS-PQ-QTR               PIC 9.
               05  WS-PQ-YEAR              PIC 9999.
               05  WS-PQ-STATUS            PIC X(11).
               05  WS-PQ-COMPLETE-STAMP    PIC X(14).
               05  WS-PQ-GROSS-STAMP       PIC X(14).
               05  WS-PQ-RETRO-STAMP       PIC X(14).
               05  WS-PQ-RELEASED-STAMP    PIC X(14).

      * retro-held.dat as loaded, then brought up to date as quarters
      * are re-priced.  Status X is an entry settled this run, left
      * off the rewrite.
       01  WS-HL-COUNT                     PIC 9(5)    VALUE ZERO.
       01  WS-HL-SUB                       PIC 9(5)    VALUE ZERO.
       01  WS-HL-TABLE.
           03  WS-HL-ENTRY  OCCURS 5000 TIMES
                            INDEXED BY WS-HL-IDX.
               05  WS-HL-EMP-ID            PIC X(4).
               05  WS-HL-QTR               PIC 9.
               05  WS-HL-YEAR              PIC 9999.
               05  WS-HL-STATUS            PIC X.
               05  WS-HL-PAID-STAMP        PIC X(14).
               05  WS-HL-RUN-STAMP         PIC X(14).
               05  WS-HL-AMT               PIC S9(7)V99.
               05  WS-HL-NOTE              PIC X(31).
               05  WS-HL-SEEN              PIC X.
       01  WS-HL-SRCH.
           03  WS-HL-SRCH-STATUS           PIC X       VALUE SPACE.
           03  WS-HL-SRCH-EMP-ID           PIC X(4)    VALUE SPACES.
           03  WS-HL-SRCH-QTR              PIC 9       VALUE ZERO.
           03  WS-HL-SRCH-YEAR             PIC 9999    VALUE ZERO.
       01  WS-EMP-PAID-STAMP               PIC X(14)   VALUE SPACES.

      * The rate change log in the order it was written, oldest first.
       01  WS-CL-COUNT                     PIC 9(5)    VALUE ZERO.
       01  WS-CL-SUB                       PIC 9(5)    VALUE ZERO.
       01  WS-CL-TABLE.
           03  WS-CL-ENTRY  OCCURS 5000 TIMES.
               05  WS-CL-STAMP             PIC X(14).
               05  WS-CL-ACTION            PIC X.
               05  WS-CL-EMP-ID            PIC X(4).
               05  WS-CL-EFF-DATE          PIC 9(8).
               05  WS-CL-OLD-RATE          PIC 99V99.
               05  WS-CL-NEW-RATE          PIC 99V99.
       01  WS-CL-PRIOR-STAMP               PIC X(14)   VALUE LOW-VALUE.

      * Three copies of the rate master, each in employee id + effective
      * date order: set 1 as it is now, set 2 as it stood when the
      * quarter was last paid, set 3 as it stood when GROSS priced it.
       01  WS-SET-NOW                      PIC 9       VALUE 1.
       01  WS-SET-PAID                     PIC 9       VALUE 2.
       01  WS-SET-GROSS                    PIC 9       VALUE 3.
       01  WS-RS-SET                       PIC 9       VALUE ZERO.
       01  WS-RS-SUB                       PIC 9(5)    VALUE ZERO.
       01  WS-RS-LO-SUB                    PIC 9(5)    VALUE ZERO.
       01  WS-RS-HI-SUB                    PIC 9(5)    VALUE ZERO.
       01  WS-RS-MID-SUB                   PIC 9(5)    VALUE ZERO.
       01  WS-RS-FOUND-SUB                 PIC 9(5)    VALUE ZERO.
       01  WS-RS-SHIFT-SUB                 PIC 9(5)    VALUE ZERO.
       01  WS-RATE-SETS.
           03  WS-RS  OCCURS 3 TIMES.
               05  WS-RS-COUNT             PIC 9(5).
               05  WS-RS-ENTRY  OCCURS 20000 TIMES.
                   07  WS-RS-KEY.
                       09  WS-RS-EMP-ID    PIC X(4).
                       09  WS-RS-EFF-DATE  PIC 9(8).
                   07  WS-RS-HOURLY        PIC 99V99.
       01  WS-RS-SRCH-KEY.
           03  WS-SRCH-EMP-ID              PIC X(4).
           03  WS-SRCH-EFF-DATE            PIC 9(8).
       01  WS-RS-PRIOR-KEY                 PIC X(12)   VALUE LOW-VALUE.
       01  WS-FOUND-RATE                   PIC 99V99   VALUE ZERO.
       01  WS-CUTOFF-STAMP                 PIC X(14)   VALUE SPACES.

      * What GROSS sent on for each employee in the quarter, all
      * departments together.
       01  WS-PD-COUNT                     PIC 9(5)    VALUE ZERO.
       01  WS-PD-SUB                       PIC 9(5)    VALUE ZERO.
       01  WS-PD-TABLE.
           03  WS-PD-ENTRY  OCCURS 10000 TIMES
                            INDEXED BY WS-PD-IDX.
               05  WS-PD-EMP-ID            PIC X(4).
               05  WS-PD-PAY               PIC 9(7)V99.

      * The quarter being re-priced.
       01  WS-CUR-QTR                      PIC 9       VALUE ZERO.
       01  WS-CUR-YEAR                     PIC 9999    VALUE ZERO.
       01  WS-CUR-QTR-END                  PIC 9(8)    VALUE ZERO.
       01  WS-PAID-STAMP                   PIC X(14)   VALUE SPACES.

       01  WS-WEEK-DATE-WORK.
           03  WS-WD-YR                    PIC 9999    VALUE ZERO.
           03  WS-WD-MO                    PIC 99      VALUE ZERO.
           03  WS-WD-DAY                   PIC 999     VALUE ZERO.
           03  WS-WD-MLEN                  PIC 99      VALUE ZERO.
           03  WS-WD-REM                   PIC 9999    VALUE ZERO.
       01  WS-WEEK-DATE                    PIC 9(8)    VALUE ZERO.
       01  WS-MO-DAYS-X                    PIC X(24)   VALUE
           '312831303130313130313031'.
       01  WS-MO-DAYS REDEFINES WS-MO-DAYS-X.
           03  WS-MO-DAYS-ENTRY            PIC 99 OCCURS 12 TIMES.

      * Control-break state for the sorted cards, kept exactly as
      * GARCIA-P02-GROSS keeps it so overtime lands on the same card.
       01  WS-CUR-EMP.
           03  WS-CUR-ID                   PIC X(4)    VALUE SPACES.
           03  WS-CUR-WEEK                 PIC 99      VALUE ZERO.
           03  WS-CUR-LNAME                PIC X(15)   VALUE SPACES.
           03  WS-CUR-FNAME                PIC X(15)   VALUE SPACES.
           03  WS-WEEK-HOURS               PIC 9(3)V99 VALUE ZERO.
           03  WS-PRIOR-OT                 PIC 9(3)V99 VALUE ZERO.
           03  WS-NEW-OT                   PIC 9(3)V99 VALUE ZERO.
           03  WS-CARD-OT                  PIC 99V99   VALUE ZERO.
           03  WS-CARD-REG                 PIC 99V99   VALUE ZERO.
           03  WS-EMP-LINE-CTR             PIC 9(5)    VALUE ZERO.
           03  WS-EMP-GROSS-PAY            PIC 9(7)V99 VALUE ZERO.
           03  WS-EMP-DIFF                 PIC S9(7)V99 VALUE ZERO.
       01  WS-CALC-WORK.
           03  WS-PAY-GROSS                PIC 9(5)V99 VALUE ZERO.
           03  WS-PAY-PAID                 PIC 9(5)V99 VALUE ZERO.
           03  WS-PAY-NEW                  PIC 9(5)V99 VALUE ZERO.
           03  WS-CARD-DIFF                PIC S9(5)V99 VALUE ZERO.
           03  WS-PRICE-RATE               PIC 99V99   VALUE ZERO.
           03  WS-PRICE-PAY                PIC 9(5)V99 VALUE ZERO.

       01  WS-RETRO-REASON                 PIC X(3)    VALUE 'RET'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 300-GET-SYS-DATE-TIME.
           MOVE WS-SYS-DATE (1:14) TO WS-RUN-STAMP.
           PERFORM 140-LOAD-RUN-CONTROL.
           PERFORM 150-SCAN-RUN-LOG.
           PERFORM 170-LOAD-HELD.
           PERFORM 175-LOAD-ADJ-REJECTS.
           PERFORM 178-SETTLE-RELEASED.
           PERFORM 160-LOAD-CHANGE-LOG.
           PERFORM 180-LOAD-RATE-MASTER.
           OPEN OUTPUT PR-RPT.
           PERFORM 400-RPT-HEADING.

           PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
                     UNTIL WS-PQ-IDX > WS-PQ-COUNT
               IF WS-PQ-STATUS (WS-PQ-IDX) = 'COMPLETE' OR
                  WS-PQ-STATUS (WS-PQ-IDX) = 'ADJUSTED'
                   PERFORM 500-RETRO-ONE-QTR
               END-IF
           END-PERFORM.

           PERFORM 690-REWRITE-HELD.
           PERFORM 700-RPT-END.
           CLOSE PR-RPT.
           DISPLAY 'PROJECT 2 RETRO PAY - MARIO GARCIA'.
           DISPLAY 'RATE CHANGES ON LOG:   ', WS-CL-COUNT.
           DISPLAY 'QUARTERS RE-PRICED:    ', WS-QTR-REPRICED-CTR.
           DISPLAY 'QUARTERS NOT RE-PRICED: ', WS-QTR-FAILED-CTR.
           DISPLAY 'ADJUSTMENTS WRITTEN:   ', WS-RUN-ADJ-CTR.
           DISPLAY 'EMPLOYEES HELD:        ', WS-RUN-HELD-CTR.
           DISPLAY 'RETRO STILL OWED:      ', WS-OWED-CTR.
           IF WS-QTR-REPRICED-CTR = ZERO
               PERFORM 910-WRITE-SUMMARY-LOG
           END-IF.
           STOP RUN.
      *-----------------------------------------------------------------
      * Only quarters run-control shows posted can owe retro pay; with
      * no run-control there is nothing posted to re-price.
       140-LOAD-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL.
           EVALUATE WS-RUNCTL-STATUS
               WHEN '00'
                   PERFORM UNTIL WS-RUNCTL-EOF
                       READ RUN-CONTROL
                           AT END
                               SET WS-RUNCTL-EOF TO TRUE
                           NOT AT END
                               PERFORM 141-TRACK-RUN-STATUS
                       END-READ
                   END-PERFORM
                   CLOSE RUN-CONTROL
               WHEN '35'
                   DISPLAY 'NO RUN-CONTROL FILE - NO QUARTER IS '
                           'POSTED, NO RETRO PAY CAN BE DUE'
               WHEN OTHER
                   DISPLAY 'RUN-CONTROL WILL NOT OPEN - STATUS: '
                           WS-RUNCTL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *-----------------------------------------------------------------
       141-TRACK-RUN-STATUS.
           MOVE ZERO TO WS-PQ-SUB.
           PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
                     UNTIL WS-PQ-IDX > WS-PQ-COUNT
               IF WS-PQ-QTR  (WS-PQ-IDX) = RC-QTR AND
                  WS-PQ-YEAR (WS-PQ-IDX) = RC-YEAR
                   SET WS-PQ-SUB TO WS-PQ-IDX
               END-IF
           END-PERFORM.
           IF WS-PQ-SUB = ZERO
               IF WS-PQ-COUNT < 100
                   ADD 1 TO WS-PQ-COUNT
                   MOVE WS-PQ-COUNT TO WS-PQ-SUB
                   MOVE RC-QTR  TO WS-PQ-QTR  (WS-PQ-SUB)
                   MOVE RC-YEAR TO WS-PQ-YEAR (WS-PQ-SUB)
                   MOVE SPACES  TO WS-PQ-COMPLETE-STAMP (WS-PQ-SUB)
                                   WS-PQ-GROSS-STAMP    (WS-PQ-SUB)
                                   WS-PQ-RETRO-STAMP    (WS-PQ-SUB)
                                   WS-PQ-RELEASED-STAMP (WS-PQ-SUB)
               ELSE
                   DISPLAY 'RUN-CONTROL STATUS TABLE FULL - CANNOT '
                           'CONTINUE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE RC-STATUS TO WS-PQ-STATUS (WS-PQ-SUB).
           IF RC-STATUS = 'COMPLETE'
               MOVE RC-STAMP TO WS-PQ-COMPLETE-STAMP (WS-PQ-SUB)
           END-IF.
      *-----------------------------------------------------------------
      * The batch run log, oldest first, tells when each quarter was
      * priced.  A GROSS run counts up to the quarter's COMPLETE (a
      * later rerun was never posted).  Each retro run for a quarter
      * leaves its file pending; a GARCIA-P02-ADJUST run that applied
      * that quarter's retro file releases the latest one pending.
       150-SCAN-RUN-LOG.
           OPEN INPUT RUN-LOG.
           IF WS-RLOG-STATUS = '00'
               PERFORM UNTIL WS-RLOG-EOF
                   READ RUN-LOG
                       AT END
                           SET WS-RLOG-EOF TO TRUE
                       NOT AT END
                           PERFORM 155-TRACK-ONE-RUN
                   END-READ
               END-PERFORM
               CLOSE RUN-LOG
           END-IF.
      *-----------------------------------------------------------------
       155-TRACK-ONE-RUN.
           MOVE ZERO TO WS-PQ-SUB.
           PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
                     UNTIL WS-PQ-IDX > WS-PQ-COUNT
               IF WS-PQ-QTR  (WS-PQ-IDX) = RLOG-QTR AND
                  WS-PQ-YEAR (WS-PQ-IDX) = RLOG-YEAR
                   SET WS-PQ-SUB TO WS-PQ-IDX
               END-IF
           END-PERFORM.
           IF WS-PQ-SUB NOT = ZERO
               EVALUATE RLOG-PROGRAM
                   WHEN 'GARCIA-P02-GROSS'
                       IF WS-PQ-COMPLETE-STAMP (WS-PQ-SUB) = SPACES OR
                          RLOG-STAMP NOT >
                          WS-PQ-COMPLETE-STAMP (WS-PQ-SUB)
                           MOVE RLOG-STAMP
                                TO WS-PQ-GROSS-STAMP (WS-PQ-SUB)
                       END-IF
                   WHEN 'GARCIA-P02-RETRO'
                       MOVE RLOG-STAMP
                            TO WS-PQ-RETRO-STAMP (WS-PQ-SUB)
                   WHEN 'GARCIA-P02-ADJUST'
                       MOVE RLOG-QTR  TO WS-CUR-QTR
                       MOVE RLOG-YEAR TO WS-CUR-YEAR
                       PERFORM 120-BUILD-FILENAMES
                       IF RLOG-INPUT-FILE = WS-ADJ-OUT-FILENAME AND
                          RLOG-RELEASED-CTR > ZERO
                           MOVE WS-PQ-RETRO-STAMP (WS-PQ-SUB)
                                TO WS-PQ-RELEASED-STAMP (WS-PQ-SUB)
                       END-IF
               END-EVALUATE
           END-IF.
      *-----------------------------------------------------------------
      * What earlier runs left owed.  No file means nobody is owed.
       170-LOAD-HELD.
           OPEN INPUT RETRO-HELD.
           EVALUATE WS-HELD-STATUS
               WHEN '00'
                   PERFORM UNTIL WS-HELD-EOF
                       READ RETRO-HELD
                           AT END
                               SET WS-HELD-EOF TO TRUE
                           NOT AT END
                               PERFORM 172-LOAD-ONE-HELD
                       END-READ
                   END-PERFORM
                   CLOSE RETRO-HELD
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'RETRO HELD FILE WILL NOT OPEN - STATUS: '
                           WS-HELD-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *-----------------------------------------------------------------
       172-LOAD-ONE-HELD.
           IF RHLD-EMP-ID = SPACES OR
              RHLD-QTR NOT NUMERIC OR
              RHLD-YEAR NOT NUMERIC OR
              RHLD-AMT NOT NUMERIC OR
              (RHLD-STATUS NOT = 'H' AND RHLD-STATUS NOT = 'W')
               DISPLAY 'INVALID RETRO HELD RECORD - CANNOT CONTINUE: '
                       RHLD-REC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-HL-COUNT >= 5000
               DISPLAY 'RETRO HELD TABLE FULL - CANNOT CONTINUE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-HL-COUNT.
           MOVE RHLD-EMP-ID     TO WS-HL-EMP-ID     (WS-HL-COUNT).
           MOVE RHLD-QTR        TO WS-HL-QTR        (WS-HL-COUNT).
           MOVE RHLD-YEAR       TO WS-HL-YEAR       (WS-HL-COUNT).
           MOVE RHLD-STATUS     TO WS-HL-STATUS     (WS-HL-COUNT).
           MOVE RHLD-PAID-STAMP TO WS-HL-PAID-STAMP (WS-HL-COUNT).
           MOVE RHLD-RUN-STAMP  TO WS-HL-RUN-STAMP  (WS-HL-COUNT).
           MOVE RHLD-AMT        TO WS-HL-AMT        (WS-HL-COUNT).
           MOVE RHLD-NOTE       TO WS-HL-NOTE       (WS-HL-COUNT).
           MOVE 'N'             TO WS-HL-SEEN       (WS-HL-COUNT).
      *-----------------------------------------------------------------
      * An adjustment GARCIA-P02-ADJUST rejected from the retro file it
      * was written to, after it was written, was never paid: it goes
      * back on hold from the same paid-as-of stamp.
       175-LOAD-ADJ-REJECTS.
           OPEN INPUT ADJ-REJECT.
           EVALUATE WS-AREJ-STATUS
               WHEN '00'
                   PERFORM UNTIL WS-AREJ-EOF
                       READ ADJ-REJECT
                           AT END
                               SET WS-AREJ-EOF TO TRUE
                           NOT AT END
                               PERFORM 176-CHECK-ONE-REJECT
                       END-READ
                   END-PERFORM
                   CLOSE ADJ-REJECT
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ADJUSTMENT REJECT FILE WILL NOT OPEN - '
                           'STATUS: ' WS-AREJ-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *-----------------------------------------------------------------
       176-CHECK-ONE-REJECT.
           IF AREJ-QTR NUMERIC AND AREJ-YEAR NUMERIC AND
              AREJ-ADJ-REASON = WS-RETRO-REASON
               MOVE AREJ-EMP-ID TO WS-HL-SRCH-EMP-ID
               MOVE AREJ-QTR    TO WS-HL-SRCH-QTR
               MOVE AREJ-YEAR   TO WS-HL-SRCH-YEAR
               PERFORM 179-FIND-HELD
               IF WS-HL-SUB NOT = ZERO
                   MOVE AREJ-QTR  TO WS-CUR-QTR
                   MOVE AREJ-YEAR TO WS-CUR-YEAR
                   PERFORM 120-BUILD-FILENAMES
                   IF WS-HL-STATUS (WS-HL-SUB) = 'W' AND
                      AREJ-STAMP > WS-HL-RUN-STAMP (WS-HL-SUB) AND
                      AREJ-INPUT-FILE = WS-ADJ-OUT-FILENAME
                       MOVE 'H' TO WS-HL-STATUS (WS-HL-SUB)
                       MOVE 'HELD - REJECTED BY ADJUST'
                            TO WS-HL-NOTE (WS-HL-SUB)
                       ADD 1 TO WS-REJ-BACK-CTR
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * A W entry is paid once GARCIA-P02-ADJUST has applied the retro
      * file of the run that wrote it, or a later one.
       178-SETTLE-RELEASED.
           PERFORM VARYING WS-HL-SUB FROM 1 BY 1
                     UNTIL WS-HL-SUB > WS-HL-COUNT
               IF WS-HL-STATUS (WS-HL-SUB) = 'W'
                   PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
                             UNTIL WS-PQ-IDX > WS-PQ-COUNT
                       IF WS-PQ-QTR (WS-PQ-IDX) =
                          WS-HL-QTR (WS-HL-SUB) AND
                          WS-PQ-YEAR (WS-PQ-IDX) =
                          WS-HL-YEAR (WS-HL-SUB) AND
                          WS-PQ-RELEASED-STAMP (WS-PQ-IDX) NOT = SPACES
                          AND WS-PQ-RELEASED-STAMP (WS-PQ-IDX) NOT <
                              WS-HL-RUN-STAMP (WS-HL-SUB)
                           MOVE 'X' TO WS-HL-STATUS (WS-HL-SUB)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
      * The entry for WS-HL-SRCH comes back in WS-HL-SUB, zero when
      * there is none.
       179-FIND-HELD.
           MOVE ZERO TO WS-HL-SUB.
           IF WS-HL-COUNT > ZERO
               SET WS-HL-IDX TO 1
               SEARCH WS-HL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-HL-IDX > WS-HL-COUNT
                       CONTINUE
                   WHEN WS-HL-EMP-ID (WS-HL-IDX) = WS-HL-SRCH-EMP-ID
                        AND WS-HL-QTR (WS-HL-IDX) = WS-HL-SRCH-QTR
                        AND WS-HL-YEAR (WS-HL-IDX) = WS-HL-SRCH-YEAR
                       SET WS-HL-SUB TO WS-HL-IDX
               END-SEARCH
           END-IF.
      *-----------------------------------------------------------------
      * No log means no rate has been changed since the log began, so
      * nothing can be owed.  The log is only ever appended, so it must
      * arrive in stamp order for the back-out to be right.
       160-LOAD-CHANGE-LOG.
           OPEN INPUT RATE-CHG-LOG.
           EVALUATE WS-RCL-STATUS
               WHEN '00'
                   PERFORM UNTIL WS-RCL-EOF
                       READ RATE-CHG-LOG
                           AT END
                               SET WS-RCL-EOF TO TRUE
                           NOT AT END
                               PERFORM 165-LOAD-ONE-CHANGE
                       END-READ
                   END-PERFORM
                   CLOSE RATE-CHG-LOG
               WHEN '35'
                   DISPLAY 'NO RATE CHANGE LOG - NO RATE HAS CHANGED'
               WHEN OTHER
                   DISPLAY 'RATE CHANGE LOG WILL NOT OPEN - STATUS: '
                           WS-RCL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *-----------------------------------------------------------------
       165-LOAD-ONE-CHANGE.
           IF RCL-EMP-ID = SPACES OR
              (RCL-ACTION NOT = 'A' AND RCL-ACTION NOT = 'C' AND
               RCL-ACTION NOT = 'D') OR
              RCL-EFF-DATE NOT NUMERIC OR
              RCL-OLD-RATE NOT NUMERIC OR
              RCL-NEW-RATE NOT NUMERIC
               DISPLAY 'INVALID RATE CHANGE LOG RECORD - CANNOT '
                       'CONTINUE: ' RCL-REC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF RCL-STAMP < WS-CL-PRIOR-STAMP
               DISPLAY 'RATE CHANGE LOG OUT OF STAMP ORDER AT: '
                       RCL-REC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CL-COUNT >= 5000
               DISPLAY 'RATE CHANGE LOG TABLE FULL - CANNOT CONTINUE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-CL-COUNT.
           MOVE RCL-STAMP    TO WS-CL-STAMP    (WS-CL-COUNT).
           MOVE RCL-ACTION   TO WS-CL-ACTION   (WS-CL-COUNT).
           MOVE RCL-EMP-ID   TO WS-CL-EMP-ID   (WS-CL-COUNT).
           MOVE RCL-EFF-DATE TO WS-CL-EFF-DATE (WS-CL-COUNT).
           MOVE RCL-OLD-RATE TO WS-CL-OLD-RATE (WS-CL-COUNT).
           MOVE RCL-NEW-RATE TO WS-CL-NEW-RATE (WS-CL-COUNT).
           MOVE RCL-STAMP    TO WS-CL-PRIOR-STAMP.
      *-----------------------------------------------------------------
      * The current master is set 1.  GARCIA-P02-RATMNT keeps it in
      * employee id + effective date order, and the searches and the
      * back-out depend on that, so it is verified here.
       180-LOAD-RATE-MASTER.
           MOVE ZERO TO WS-RS-COUNT (WS-SET-NOW).
           OPEN INPUT RATE-MASTER.
           IF WS-RATE-STATUS NOT = '00'
               DISPLAY 'RATE MASTER NOT AVAILABLE - STATUS: '
                       WS-RATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-RATE-EOF
               READ RATE-MASTER
                   AT END
                       SET WS-RATE-EOF TO TRUE
                   NOT AT END
                       PERFORM 185-LOAD-ONE-RATE
               END-READ
           END-PERFORM.
           CLOSE RATE-MASTER.
      *-----------------------------------------------------------------
       185-LOAD-ONE-RATE.
           IF RATE-EMP-ID = SPACES OR
              RATE-EFF-DATE NOT NUMERIC OR
              RATE-HOURLY NOT NUMERIC
               DISPLAY 'INVALID RATE MASTER RECORD IGNORED: ' RATE-REC
           ELSE
               IF WS-RS-COUNT (WS-SET-NOW) >= 20000
                   DISPLAY 'RATE TABLE FULL - CANNOT CONTINUE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RS-COUNT (WS-SET-NOW)
               MOVE WS-RS-COUNT (WS-SET-NOW) TO WS-RS-SUB
               MOVE RATE-EMP-ID
                    TO WS-RS-EMP-ID   (WS-SET-NOW, WS-RS-SUB)
               MOVE RATE-EFF-DATE
                    TO WS-RS-EFF-DATE (WS-SET-NOW, WS-RS-SUB)
               MOVE RATE-HOURLY
                    TO WS-RS-HOURLY   (WS-SET-NOW, WS-RS-SUB)
               IF WS-RS-KEY (WS-SET-NOW, WS-RS-SUB) NOT >
                  WS-RS-PRIOR-KEY
                   DISPLAY 'RATE MASTER OUT OF ORDER AT EMP ID: '
                           RATE-EMP-ID ' - RUN GARCIA-P02-RATMNT '
                           'TO REBUILD IT'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-RS-KEY (WS-SET-NOW, WS-RS-SUB)
                    TO WS-RS-PRIOR-KEY
           END-IF.
      *-----------------------------------------------------------------
      * File names for the quarter in WS-CUR-QTR / WS-CUR-YEAR, the
      * same names GARCIA-P02-GROSS builds from its run parm.
       120-BUILD-FILENAMES.
           MOVE SPACES TO WS-TIME-DTL-FILENAME.
           STRING 'timekeeping-q' FUNCTION TRIM(WS-CUR-QTR)
                  '-' WS-CUR-YEAR '.dat' DELIMITED BY SIZE
                  INTO WS-TIME-DTL-FILENAME
           END-STRING.
           MOVE SPACES TO WS-PAID-IN-FILENAME.
           STRING 'p02-data-q' FUNCTION TRIM(WS-CUR-QTR)
                  '-' WS-CUR-YEAR '.dat' DELIMITED BY SIZE
                  INTO WS-PAID-IN-FILENAME
           END-STRING.
           MOVE SPACES TO WS-ADJ-OUT-FILENAME.
           STRING 'retro-adjust-q' FUNCTION TRIM(WS-CUR-QTR)
                  '-' WS-CUR-YEAR '.dat' DELIMITED BY SIZE
                  INTO WS-ADJ-OUT-FILENAME
           END-STRING.
      *-----------------------------------------------------------------
      * A posted quarter owes retro pay when a rate change effective
      * on or before its last day was logged after it was last paid.
      * Such a quarter is re-priced in full and its retro file written
      * afresh, so a file not yet released is simply replaced.  A
      * quarter with anyone still held is re-priced whatever its
      * stamps say.
       500-RETRO-ONE-QTR.
           MOVE WS-PQ-QTR  (WS-PQ-IDX) TO WS-CUR-QTR.
           MOVE WS-PQ-YEAR (WS-PQ-IDX) TO WS-CUR-YEAR.
           COMPUTE WS-CUR-QTR-END =
                   (WS-CUR-YEAR * 10000) + (WS-CUR-QTR * 300) + 31.
           MOVE WS-PQ-GROSS-STAMP (WS-PQ-IDX) TO WS-PAID-STAMP.
           IF WS-PQ-RELEASED-STAMP (WS-PQ-IDX) > WS-PAID-STAMP
               MOVE WS-PQ-RELEASED-STAMP (WS-PQ-IDX) TO WS-PAID-STAMP
           END-IF.
           MOVE 'N' TO WS-QTR-DUE-FLAG.
           PERFORM VARYING WS-CL-SUB FROM 1 BY 1
                     UNTIL WS-CL-SUB > WS-CL-COUNT
               IF WS-CL-STAMP (WS-CL-SUB) > WS-PAID-STAMP AND
                  WS-CL-EFF-DATE (WS-CL-SUB) NOT > WS-CUR-QTR-END
                   SET WS-QTR-DUE TO TRUE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-HL-SUB FROM 1 BY 1
                     UNTIL WS-HL-SUB > WS-HL-COUNT
               IF WS-HL-STATUS (WS-HL-SUB) = 'H' AND
                  WS-HL-QTR  (WS-HL-SUB) = WS-CUR-QTR AND
                  WS-HL-YEAR (WS-HL-SUB) = WS-CUR-YEAR
                   SET WS-QTR-DUE TO TRUE
               END-IF
           END-PERFORM.
           IF WS-QTR-DUE
               PERFORM 120-BUILD-FILENAMES
               MOVE SPACES                 TO WS-QH-QTR-LBL
               STRING 'Q' FUNCTION TRIM(WS-CUR-QTR) ' ' WS-CUR-YEAR
                      DELIMITED BY SIZE INTO WS-QH-QTR-LBL
               END-STRING
               MOVE WS-PAID-STAMP          TO WS-QH-PAID-STAMP
               MOVE SPACES                 TO WS-QH-NOTE
               INITIALIZE WS-QTR-CTRS
               EVALUATE TRUE
                   WHEN WS-PQ-GROSS-STAMP (WS-PQ-IDX) = SPACES
                       MOVE 'NO GARCIA-P02-GROSS RUN ON THE LOG - NOT '
                            & 'RE-PRICED' TO WS-QH-NOTE
                       PERFORM 590-QTR-NOT-REPRICED
                   WHEN OTHER
                       PERFORM 510-CHECK-QTR-FILES
               END-EVALUATE
           END-IF.
      *-----------------------------------------------------------------
       510-CHECK-QTR-FILES.
           OPEN INPUT TIME-DTL.
           IF WS-TK-STATUS NOT = '00'
               STRING 'NO SAVED DETAIL ' WS-TIME-DTL-FILENAME
                      DELIMITED BY SIZE INTO WS-QH-NOTE
               END-STRING
               PERFORM 590-QTR-NOT-REPRICED
           ELSE
               CLOSE TIME-DTL
               OPEN INPUT PAID-IN
               IF WS-PAID-STATUS NOT = '00'
                   STRING 'NO GROSS OUTPUT ' WS-PAID-IN-FILENAME
                          DELIMITED BY SIZE INTO WS-QH-NOTE
                   END-STRING
                   PERFORM 590-QTR-NOT-REPRICED
               ELSE
                   PERFORM 520-LOAD-PAID
                   CLOSE PAID-IN
                   PERFORM 530-REPRICE-QTR
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * Without the files GROSS priced from and wrote, the quarter
      * cannot be proved, so nothing is written for it.
       590-QTR-NOT-REPRICED.
           ADD 1 TO WS-QTR-FAILED-CTR.
           WRITE PR-RPT-REC                FROM WS-RPT-BLANK-LN.
           WRITE PR-RPT-REC                FROM WS-QTR-HDG.
           DISPLAY 'RETRO PAY DUE BUT NOT RE-PRICED FOR Q'
                   WS-CUR-QTR ' ' WS-CUR-YEAR ': ' WS-QH-NOTE.
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
      *-----------------------------------------------------------------
       520-LOAD-PAID.
           MOVE ZERO TO WS-PD-COUNT.
           MOVE 'N'  TO WS-PAID-EOF-FLAG.
           PERFORM UNTIL WS-PAID-EOF
               READ PAID-IN
                   AT END
                       SET WS-PAID-EOF TO TRUE
                   NOT AT END
                       IF EMP-DEPT NOT = 99
                           PERFORM 525-LOAD-ONE-PAID
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       525-LOAD-ONE-PAID.
           MOVE ZERO TO WS-PD-SUB.
           IF WS-PD-COUNT > ZERO
               SET WS-PD-IDX TO 1
               SEARCH WS-PD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PD-IDX > WS-PD-COUNT
                       CONTINUE
                   WHEN WS-PD-EMP-ID (WS-PD-IDX) = EMP-ID
                       SET WS-PD-SUB TO WS-PD-IDX
               END-SEARCH
           END-IF.
           IF WS-PD-SUB = ZERO
               IF WS-PD-COUNT >= 10000
                   DISPLAY 'PAID EMPLOYEE TABLE FULL - CANNOT CONTINUE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PD-COUNT
               MOVE WS-PD-COUNT TO WS-PD-SUB
               MOVE EMP-ID      TO WS-PD-EMP-ID (WS-PD-SUB)
               MOVE ZERO        TO WS-PD-PAY    (WS-PD-SUB)
           END-IF.
           IF EMP-QTR-PAY NUMERIC
               ADD EMP-QTR-PAY TO WS-PD-PAY (WS-PD-SUB)
           END-IF.
      *-----------------------------------------------------------------
      * Rebuild the master as last paid and as GROSS priced it, then
      * run the quarter's cards through GROSS's own sort order.
       530-REPRICE-QTR.
           ADD 1 TO WS-QTR-REPRICED-CTR.
           MOVE WS-SET-PAID        TO WS-RS-SET.
           MOVE WS-PAID-STAMP      TO WS-CUTOFF-STAMP.
           PERFORM 250-BUILD-RATE-SET.
           PERFORM 532-SET-CARRIED-BASIS.
           MOVE WS-SET-GROSS       TO WS-RS-SET.
           MOVE WS-PQ-GROSS-STAMP (WS-PQ-IDX) TO WS-CUTOFF-STAMP.
           PERFORM 250-BUILD-RATE-SET.

           WRITE PR-RPT-REC                FROM WS-RPT-BLANK-LN.
           WRITE PR-RPT-REC                FROM WS-QTR-HDG.
           WRITE PR-RPT-REC                FROM WS-DTL-HDG.
           OPEN OUTPUT ADJ-OUT.
           IF WS-ADJ-STATUS NOT = '00'
               DISPLAY 'RETRO FILE WILL NOT OPEN - STATUS: '
                       WS-ADJ-STATUS ' - ' WS-ADJ-OUT-FILENAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N'    TO WS-TK-EOF-FLAG.
           MOVE 'N'    TO WS-SRT-EOF-FLAG.
           MOVE SPACES TO WS-CUR-ID.
           SORT TK-SRT ON ASCENDING KEY TSR-ID
                          ASCENDING KEY TSR-WEEK
                INPUT PROCEDURE  540-RELEASE-CARDS
                OUTPUT PROCEDURE 560-REPRICE-SORTED.
           CLOSE ADJ-OUT.
           PERFORM 588-CARRY-UNSEEN.
           PERFORM 680-QTR-TOTALS.
           PERFORM 900-WRITE-RUN-LOG.
      *-----------------------------------------------------------------
      * An employee carried forward was last paid as of an older stamp
      * than the quarter: their own changes since then come back out
      * of the paid-as-of set too.  Nobody else's rates are touched.
       532-SET-CARRIED-BASIS.
           PERFORM VARYING WS-HL-SUB FROM 1 BY 1
                     UNTIL WS-HL-SUB > WS-HL-COUNT
               IF (WS-HL-STATUS (WS-HL-SUB) = 'H' OR
                   WS-HL-STATUS (WS-HL-SUB) = 'W') AND
                  WS-HL-QTR  (WS-HL-SUB) = WS-CUR-QTR AND
                  WS-HL-YEAR (WS-HL-SUB) = WS-CUR-YEAR AND
                  WS-HL-PAID-STAMP (WS-HL-SUB) < WS-PAID-STAMP
                   PERFORM 534-BACK-OUT-CARRIED
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       534-BACK-OUT-CARRIED.
           PERFORM VARYING WS-CL-SUB FROM WS-CL-COUNT BY -1
                     UNTIL WS-CL-SUB < 1
                        OR WS-CL-STAMP (WS-CL-SUB) NOT >
                           WS-HL-PAID-STAMP (WS-HL-SUB)
               IF WS-CL-EMP-ID (WS-CL-SUB) = WS-HL-EMP-ID (WS-HL-SUB)
                  AND WS-CL-STAMP (WS-CL-SUB) NOT > WS-PAID-STAMP
                   PERFORM 255-BACK-OUT-ONE-CHANGE
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
      * Set WS-RS-SET starts as a copy of the current master and has
      * every change logged after WS-CUTOFF-STAMP backed out, newest
      * first.
       250-BUILD-RATE-SET.
           MOVE WS-RS (WS-SET-NOW) TO WS-RS (WS-RS-SET).
           PERFORM VARYING WS-CL-SUB FROM WS-CL-COUNT BY -1
                     UNTIL WS-CL-SUB < 1
                        OR WS-CL-STAMP (WS-CL-SUB) NOT > WS-CUTOFF-STAMP
               PERFORM 255-BACK-OUT-ONE-CHANGE
           END-PERFORM.
      *-----------------------------------------------------------------
      * An add is removed, a change gets its old rate back and a delete
      * is put back.  A log that does not match the master means the
      * master was altered outside GARCIA-P02-RATMNT.
       255-BACK-OUT-ONE-CHANGE.
           MOVE WS-CL-EMP-ID   (WS-CL-SUB) TO WS-SRCH-EMP-ID.
           MOVE WS-CL-EFF-DATE (WS-CL-SUB) TO WS-SRCH-EFF-DATE.
           PERFORM 260-FIND-RATE-ENTRY.
           EVALUATE TRUE
               WHEN WS-CL-ACTION (WS-CL-SUB) = 'A' AND
                    WS-RS-FOUND-SUB NOT = ZERO
                   PERFORM 270-DELETE-RATE-ENTRY
               WHEN WS-CL-ACTION (WS-CL-SUB) = 'C' AND
                    WS-RS-FOUND-SUB NOT = ZERO
                   MOVE WS-CL-OLD-RATE (WS-CL-SUB)
                        TO WS-RS-HOURLY (WS-RS-SET, WS-RS-FOUND-SUB)
               WHEN WS-CL-ACTION (WS-CL-SUB) = 'D' AND
                    WS-RS-FOUND-SUB = ZERO
                   PERFORM 275-INSERT-RATE-ENTRY
                   MOVE WS-CL-OLD-RATE (WS-CL-SUB)
                        TO WS-RS-HOURLY (WS-RS-SET, WS-RS-LO-SUB)
               WHEN OTHER
                   ADD 1 TO WS-UNDO-MISS-CTR
                   DISPLAY 'WARNING: RATE CHANGE LOG DOES NOT MATCH '
                           'THE MASTER - ' WS-CL-ACTION (WS-CL-SUB)
                           ' EMP ID ' WS-CL-EMP-ID (WS-CL-SUB)
                           ' EFFECTIVE ' WS-CL-EFF-DATE (WS-CL-SUB)
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
           END-EVALUATE.
      *-----------------------------------------------------------------
      * Binary search of set WS-RS-SET for WS-RS-SRCH-KEY: the matching
      * entry comes back in WS-RS-FOUND-SUB (zero when absent) and the
      * position an insert belongs at in WS-RS-LO-SUB.
       260-FIND-RATE-ENTRY.
           MOVE ZERO TO WS-RS-FOUND-SUB.
           MOVE 1    TO WS-RS-LO-SUB.
           MOVE WS-RS-COUNT (WS-RS-SET) TO WS-RS-HI-SUB.
           PERFORM UNTIL WS-RS-LO-SUB > WS-RS-HI-SUB
               COMPUTE WS-RS-MID-SUB =
                       (WS-RS-LO-SUB + WS-RS-HI-SUB) / 2
               IF WS-RS-KEY (WS-RS-SET, WS-RS-MID-SUB) < WS-RS-SRCH-KEY
                   COMPUTE WS-RS-LO-SUB = WS-RS-MID-SUB + 1
               ELSE
                   COMPUTE WS-RS-HI-SUB = WS-RS-MID-SUB - 1
               END-IF
           END-PERFORM.
           IF WS-RS-LO-SUB NOT > WS-RS-COUNT (WS-RS-SET)
               IF WS-RS-KEY (WS-RS-SET, WS-RS-LO-SUB) = WS-RS-SRCH-KEY
                   MOVE WS-RS-LO-SUB TO WS-RS-FOUND-SUB
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       270-DELETE-RATE-ENTRY.
           PERFORM VARYING WS-RS-SHIFT-SUB FROM WS-RS-FOUND-SUB BY 1
                     UNTIL WS-RS-SHIFT-SUB >= WS-RS-COUNT (WS-RS-SET)
               MOVE WS-RS-ENTRY (WS-RS-SET, WS-RS-SHIFT-SUB + 1)
                    TO WS-RS-ENTRY (WS-RS-SET, WS-RS-SHIFT-SUB)
           END-PERFORM.
           SUBTRACT 1 FROM WS-RS-COUNT (WS-RS-SET).
      *-----------------------------------------------------------------
       275-INSERT-RATE-ENTRY.
           IF WS-RS-COUNT (WS-RS-SET) >= 20000
               DISPLAY 'RATE TABLE FULL - CANNOT CONTINUE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-RS-COUNT (WS-RS-SET).
           PERFORM VARYING WS-RS-SHIFT-SUB
                     FROM WS-RS-COUNT (WS-RS-SET) BY -1
                     UNTIL WS-RS-SHIFT-SUB <= WS-RS-LO-SUB
               MOVE WS-RS-ENTRY (WS-RS-SET, WS-RS-SHIFT-SUB - 1)
                    TO WS-RS-ENTRY (WS-RS-SET, WS-RS-SHIFT-SUB)
           END-PERFORM.
           MOVE WS-SRCH-EMP-ID
                TO WS-RS-EMP-ID   (WS-RS-SET, WS-RS-LO-SUB).
           MOVE WS-SRCH-EFF-DATE
                TO WS-RS-EFF-DATE (WS-RS-SET, WS-RS-LO-SUB).
      *-----------------------------------------------------------------
      * The rate set WS-RS-SET had in effect for WS-SRCH-EMP-ID on
      * WS-WEEK-DATE: the employee's latest effective date on or
      * before it, as GARCIA-P02-GROSS picks it.
       280-FIND-WEEK-RATE.
           MOVE 'N'  TO WS-RATE-FOUND-FLAG.
           MOVE ZERO TO WS-FOUND-RATE.
           MOVE ZERO TO WS-SRCH-EFF-DATE.
           PERFORM 260-FIND-RATE-ENTRY.
           PERFORM VARYING WS-RS-SUB FROM WS-RS-LO-SUB BY 1
                     UNTIL WS-RS-SUB > WS-RS-COUNT (WS-RS-SET)
                        OR WS-RS-EMP-ID (WS-RS-SET, WS-RS-SUB)
                           NOT = WS-SRCH-EMP-ID
                        OR WS-RS-EFF-DATE (WS-RS-SET, WS-RS-SUB)
                           > WS-WEEK-DATE
               SET WS-RATE-FOUND TO TRUE
               MOVE WS-RS-HOURLY (WS-RS-SET, WS-RS-SUB)
                    TO WS-FOUND-RATE
           END-PERFORM.
      *-----------------------------------------------------------------
      * First calendar day of the week, as GARCIA-P02-GROSS dates it.
       515-CALC-WEEK-DATE.
           MOVE WS-CUR-YEAR TO WS-WD-YR.
           COMPUTE WS-WD-MO  = ((WS-CUR-QTR - 1) * 3) + 1.
           COMPUTE WS-WD-DAY = ((TK-WEEK - 1) * 7) + 1.
           PERFORM 516-SET-MONTH-LEN.
           PERFORM UNTIL WS-WD-DAY <= WS-WD-MLEN
               SUBTRACT WS-WD-MLEN FROM WS-WD-DAY
               ADD 1 TO WS-WD-MO
               PERFORM 516-SET-MONTH-LEN
           END-PERFORM.
           COMPUTE WS-WEEK-DATE =
                   (WS-WD-YR * 10000) + (WS-WD-MO * 100) + WS-WD-DAY.
      *-----------------------------------------------------------------
       516-SET-MONTH-LEN.
           MOVE WS-MO-DAYS-ENTRY (WS-WD-MO) TO WS-WD-MLEN.
           IF WS-WD-MO = 2
               COMPUTE WS-WD-REM = FUNCTION MOD (WS-WD-YR, 4)
               IF WS-WD-REM = ZERO
                   COMPUTE WS-WD-REM = FUNCTION MOD (WS-WD-YR, 100)
                   IF WS-WD-REM NOT = ZERO
                       MOVE 29 TO WS-WD-MLEN
                   ELSE
                       COMPUTE WS-WD-REM = FUNCTION MOD (WS-WD-YR, 400)
                       IF WS-WD-REM = ZERO
                           MOVE 29 TO WS-WD-MLEN
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       540-RELEASE-CARDS.
           OPEN INPUT TIME-DTL.
           PERFORM UNTIL WS-TK-EOF
               READ TIME-DTL
                   AT END
                       SET WS-TK-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TK-READ-CTR
                       PERFORM 545-EDIT-ONE-CARD
               END-READ
           END-PERFORM.
           CLOSE TIME-DTL.
      *-----------------------------------------------------------------
      * GARCIA-P02-GROSS's card edits, with the rate check made against
      * the master as GROSS saw it: a card GROSS rejected was never
      * paid and is passed over here too.
       545-EDIT-ONE-CARD.
           SET WS-TK-VALID TO TRUE.
           IF TK-ID = SPACES OR
              TK-DEPT NOT NUMERIC OR TK-DEPT = 99 OR
              TK-HOURS NOT NUMERIC OR
              TK-WEEK NOT NUMERIC OR TK-WEEK < 1 OR TK-WEEK > 14
               SET WS-TK-INVALID TO TRUE
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
               END-EVALUATE
           END-IF.
           IF WS-TK-VALID
               PERFORM 515-CALC-WEEK-DATE
               MOVE TK-ID TO WS-SRCH-EMP-ID
               MOVE WS-SET-GROSS TO WS-RS-SET
               PERFORM 280-FIND-WEEK-RATE
               IF NOT WS-RATE-FOUND
                   SET WS-TK-INVALID TO TRUE
               END-IF
           END-IF.
           IF WS-TK-VALID
               MOVE WS-FOUND-RATE TO TSR-GROSS-RATE
               MOVE WS-SET-PAID TO WS-RS-SET
               PERFORM 280-FIND-WEEK-RATE
               MOVE WS-FOUND-RATE TO TSR-PAID-RATE
               MOVE WS-SET-NOW TO WS-RS-SET
               PERFORM 280-FIND-WEEK-RATE
               MOVE WS-FOUND-RATE TO TSR-NEW-RATE
               MOVE WS-RATE-FOUND-FLAG TO TSR-NEW-RATE-OK
               MOVE TK-ID       TO TSR-ID
               MOVE TK-WEEK     TO TSR-WEEK
               MOVE TK-DEPT     TO TSR-DEPT
               MOVE TK-LNAME    TO TSR-LNAME
               MOVE TK-FNAME    TO TSR-FNAME
               MOVE TK-HOURS    TO TSR-HOURS
               MOVE TK-PAY-CODE TO TSR-PAY-CODE
               RELEASE TSR-REC
           ELSE
               ADD 1 TO WS-TK-SKIP-CTR
           END-IF.
      *-----------------------------------------------------------------
       560-REPRICE-SORTED.
           PERFORM UNTIL WS-SRT-EOF
               RETURN TK-SRT
                   AT END
                       SET WS-SRT-EOF TO TRUE
                       IF WS-CUR-ID NOT = SPACES
                           PERFORM 580-FINISH-EMP
                       END-IF
                   NOT AT END
                       PERFORM 565-REPRICE-ONE-CARD
               END-RETURN
           END-PERFORM.
      *-----------------------------------------------------------------
      * The card's regular and overtime split is GARCIA-P02-GROSS's:
      * hours worked past 40 in the week are overtime on the card that
      * crossed 40, leave hours never count toward it.  The split does
      * not depend on the rate, so the one split is priced three ways.
       565-REPRICE-ONE-CARD.
           IF TSR-ID NOT = WS-CUR-ID
               IF WS-CUR-ID NOT = SPACES
                   PERFORM 580-FINISH-EMP
               END-IF
               MOVE TSR-ID     TO WS-CUR-ID
               MOVE TSR-LNAME  TO WS-CUR-LNAME
               MOVE TSR-FNAME  TO WS-CUR-FNAME
               MOVE ZERO       TO WS-CUR-WEEK
               MOVE ZERO       TO WS-WEEK-HOURS
               MOVE ZERO       TO WS-EMP-LINE-CTR
               MOVE ZERO       TO WS-EMP-GROSS-PAY
               MOVE ZERO       TO WS-EMP-DIFF
               MOVE 'N'        TO WS-EMP-HOLD-FLAG
           END-IF.
           IF TSR-WEEK NOT = WS-CUR-WEEK
               MOVE TSR-WEEK   TO WS-CUR-WEEK
               MOVE ZERO       TO WS-WEEK-HOURS
           END-IF.

           IF TSR-PAY-CODE = 'R'
               IF WS-WEEK-HOURS > 40
                   COMPUTE WS-PRIOR-OT = WS-WEEK-HOURS - 40
               ELSE
                   MOVE ZERO TO WS-PRIOR-OT
               END-IF
               ADD TSR-HOURS TO WS-WEEK-HOURS
               IF WS-WEEK-HOURS > 40
                   COMPUTE WS-NEW-OT = WS-WEEK-HOURS - 40
               ELSE
                   MOVE ZERO TO WS-NEW-OT
               END-IF
               COMPUTE WS-CARD-OT  = WS-NEW-OT - WS-PRIOR-OT
           ELSE
               MOVE ZERO TO WS-CARD-OT
           END-IF.
           COMPUTE WS-CARD-REG = TSR-HOURS - WS-CARD-OT.

           MOVE TSR-GROSS-RATE TO WS-PRICE-RATE.
           PERFORM 570-PRICE-CARD.
           MOVE WS-PRICE-PAY   TO WS-PAY-GROSS.
           MOVE TSR-PAID-RATE  TO WS-PRICE-RATE.
           PERFORM 570-PRICE-CARD.
           MOVE WS-PRICE-PAY   TO WS-PAY-PAID.
           MOVE TSR-NEW-RATE   TO WS-PRICE-RATE.
           PERFORM 570-PRICE-CARD.
           MOVE WS-PRICE-PAY   TO WS-PAY-NEW.
           COMPUTE WS-CARD-DIFF = WS-PAY-NEW - WS-PAY-PAID.
           ADD WS-PAY-GROSS    TO WS-EMP-GROSS-PAY.
           ADD WS-CARD-DIFF    TO WS-EMP-DIFF.

           IF TSR-NEW-RATE-OK NOT = 'Y'
               SET WS-EMP-HOLD TO TRUE
           END-IF.
           IF TSR-PAID-RATE NOT = TSR-NEW-RATE OR
              TSR-NEW-RATE-OK NOT = 'Y'
               PERFORM 575-WRITE-CHANGE-LINE
           END-IF.
      *-----------------------------------------------------------------
       570-PRICE-CARD.
           COMPUTE WS-PRICE-PAY ROUNDED =
                   (WS-CARD-REG * WS-PRICE-RATE)
                 + (WS-CARD-OT * WS-PRICE-RATE * 1.5).
      *-----------------------------------------------------------------
       575-WRITE-CHANGE-LINE.
           ADD 1 TO WS-EMP-LINE-CTR.
           ADD 1 TO WS-CHG-LINE-CTR.
           MOVE SPACES         TO WS-DTL-NOTE.
           MOVE TSR-ID         TO WS-DTL-ID.
           MOVE TSR-DEPT       TO WS-DTL-DEPT.
           MOVE TSR-WEEK       TO WS-DTL-WEEK.
           MOVE TSR-PAY-CODE   TO WS-DTL-PAY-CODE.
           MOVE TSR-HOURS      TO WS-DTL-HOURS.
           MOVE WS-CARD-OT     TO WS-DTL-OT-HOURS.
           MOVE TSR-PAID-RATE  TO WS-DTL-OLD-RATE.
           MOVE TSR-NEW-RATE   TO WS-DTL-NEW-RATE.
           MOVE WS-CARD-DIFF   TO WS-DTL-DIFF.
           IF TSR-NEW-RATE-OK NOT = 'Y'
               MOVE 'NO RATE ON MASTER'    TO WS-DTL-NOTE
           END-IF.
           WRITE PR-RPT-REC    FROM WS-DTL-LN.
      *-----------------------------------------------------------------
      * An employee whose rate moved gets one adjustment for the net
      * difference, but only once the cards, priced as GROSS priced
      * them, come to exactly what GROSS sent on for the employee -
      * otherwise the saved detail is not what was paid (a leave card
      * GROSS refused, a card keyed since) and payroll must look.
      * Either way the outcome goes on the held table: H held and
      * still owed, W written and owed until the file is applied.
       580-FINISH-EMP.
           MOVE WS-CUR-ID   TO WS-HL-SRCH-EMP-ID.
           MOVE WS-CUR-QTR  TO WS-HL-SRCH-QTR.
           MOVE WS-CUR-YEAR TO WS-HL-SRCH-YEAR.
           PERFORM 179-FIND-HELD.
           MOVE WS-PAID-STAMP TO WS-EMP-PAID-STAMP.
           IF WS-HL-SUB NOT = ZERO
               MOVE 'Y' TO WS-HL-SEEN (WS-HL-SUB)
               MOVE WS-HL-RUN-STAMP (WS-HL-SUB) TO WS-CRY-RUN-STAMP
               IF WS-HL-PAID-STAMP (WS-HL-SUB) < WS-PAID-STAMP
                   MOVE WS-HL-PAID-STAMP (WS-HL-SUB)
                        TO WS-EMP-PAID-STAMP
               END-IF
           END-IF.
           IF WS-EMP-LINE-CTR > ZERO
               MOVE SPACES       TO WS-ETL-NOTE
               MOVE WS-CUR-ID    TO WS-ETL-ID
               MOVE WS-CUR-LNAME TO WS-ETL-LNAME
               MOVE WS-CUR-FNAME TO WS-ETL-FNAME
               MOVE WS-EMP-DIFF  TO WS-ETL-DIFF
               PERFORM 585-PROVE-EMP
               EVALUATE TRUE
                   WHEN WS-ETL-NOTE NOT = SPACES
                       ADD 1 TO WS-HELD-CTR
                       ADD WS-EMP-DIFF TO WS-HELD-TOT
                       MOVE 'H' TO WS-HL-SRCH-STATUS
                       PERFORM 582-POST-HELD
                   WHEN WS-EMP-DIFF = ZERO
                       MOVE 'NO NET DIFFERENCE' TO WS-ETL-NOTE
                       PERFORM 584-SETTLE-HELD
                   WHEN OTHER
                       MOVE WS-CUR-ID       TO ADJ-EMP-ID
                       MOVE WS-CUR-QTR      TO ADJ-QTR
                       MOVE WS-CUR-YEAR     TO ADJ-YEAR
                       MOVE WS-EMP-DIFF     TO ADJ-AMT
                       MOVE WS-RETRO-REASON TO ADJ-REASON
                       WRITE ADJ-REC
                       ADD 1 TO WS-ADJ-OUT-CTR
                       ADD WS-EMP-DIFF TO WS-ADJ-OUT-TOT
                       MOVE 'ADJUSTMENT WRITTEN' TO WS-ETL-NOTE
                       MOVE 'W' TO WS-HL-SRCH-STATUS
                       PERFORM 582-POST-HELD
               END-EVALUATE
               WRITE PR-RPT-REC FROM WS-EMP-TOT-LN
               IF WS-EMP-PAID-STAMP NOT = WS-PAID-STAMP
                   MOVE WS-EMP-PAID-STAMP TO WS-CRY-PAID-STAMP
                   WRITE PR-RPT-REC FROM WS-CARRY-LN
               END-IF
               WRITE PR-RPT-REC FROM WS-RPT-BLANK-LN
           ELSE
               PERFORM 584-SETTLE-HELD
           END-IF.
      *-----------------------------------------------------------------
      * The employee's entry for the quarter is replaced, or added,
      * with this run's outcome and the stamp they were paid as of.
       582-POST-HELD.
           IF WS-HL-SUB = ZERO
               IF WS-HL-COUNT >= 5000
                   DISPLAY 'RETRO HELD TABLE FULL - CANNOT CONTINUE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-HL-COUNT
               MOVE WS-HL-COUNT TO WS-HL-SUB
               MOVE WS-CUR-ID   TO WS-HL-EMP-ID (WS-HL-SUB)
               MOVE WS-CUR-QTR  TO WS-HL-QTR    (WS-HL-SUB)
               MOVE WS-CUR-YEAR TO WS-HL-YEAR   (WS-HL-SUB)
               MOVE 'Y'         TO WS-HL-SEEN   (WS-HL-SUB)
           END-IF.
           MOVE WS-HL-SRCH-STATUS TO WS-HL-STATUS     (WS-HL-SUB).
           MOVE WS-EMP-PAID-STAMP TO WS-HL-PAID-STAMP (WS-HL-SUB).
           MOVE WS-RUN-STAMP      TO WS-HL-RUN-STAMP  (WS-HL-SUB).
           MOVE WS-EMP-DIFF       TO WS-HL-AMT        (WS-HL-SUB).
           MOVE WS-ETL-NOTE       TO WS-HL-NOTE       (WS-HL-SUB).
      *-----------------------------------------------------------------
      * Nothing is owed at today's rates against what the employee was
      * paid as of, so any entry they had is settled.
       584-SETTLE-HELD.
           IF WS-HL-SUB NOT = ZERO
               MOVE 'X' TO WS-HL-STATUS (WS-HL-SUB)
           END-IF.
      *-----------------------------------------------------------------
       585-PROVE-EMP.
           MOVE ZERO TO WS-PD-SUB.
           IF WS-PD-COUNT > ZERO
               SET WS-PD-IDX TO 1
               SEARCH WS-PD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PD-IDX > WS-PD-COUNT
                       CONTINUE
                   WHEN WS-PD-EMP-ID (WS-PD-IDX) = WS-CUR-ID
                       SET WS-PD-SUB TO WS-PD-IDX
               END-SEARCH
           END-IF.
           EVALUATE TRUE
               WHEN WS-EMP-HOLD
                   MOVE 'HELD - NO CURRENT RATE' TO WS-ETL-NOTE
               WHEN WS-PD-SUB = ZERO
                   MOVE 'HELD - NOT IN GROSS OUTPUT' TO WS-ETL-NOTE
               WHEN WS-PD-PAY (WS-PD-SUB) NOT = WS-EMP-GROSS-PAY
                   MOVE 'HELD - DETAIL NOT WHAT WAS PAID'
                        TO WS-ETL-NOTE
               WHEN WS-EMP-DIFF > 99999.99 OR WS-EMP-DIFF < -99999.99
                   MOVE 'HELD - EXCEEDS ADJUSTMENT FIELD'
                        TO WS-ETL-NOTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *-----------------------------------------------------------------
      * Anyone owed for the quarter that the saved detail no longer
      * shows cannot be re-priced, and a retro file now replaced no
      * longer pays them: they stay held.
       588-CARRY-UNSEEN.
           PERFORM VARYING WS-HL-SUB FROM 1 BY 1
                     UNTIL WS-HL-SUB > WS-HL-COUNT
               IF (WS-HL-STATUS (WS-HL-SUB) = 'H' OR
                   WS-HL-STATUS (WS-HL-SUB) = 'W') AND
                  WS-HL-QTR  (WS-HL-SUB) = WS-CUR-QTR AND
                  WS-HL-YEAR (WS-HL-SUB) = WS-CUR-YEAR AND
                  WS-HL-SEEN (WS-HL-SUB) = 'N'
                   MOVE 'H' TO WS-HL-STATUS (WS-HL-SUB)
                   MOVE 'HELD - NOT IN SAVED DETAIL'
                        TO WS-HL-NOTE (WS-HL-SUB)
                   ADD 1 TO WS-HELD-CTR
                   ADD WS-HL-AMT (WS-HL-SUB) TO WS-HELD-TOT
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       680-QTR-TOTALS.
           MOVE 'CARDS READ:               ' TO WS-TOT-LABEL.
           MOVE WS-TK-READ-CTR             TO   WS-TOT-COUNT.
           MOVE ZERO                       TO   WS-TOT-AMT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
           MOVE 'CARDS GROSS DID NOT PAY:  ' TO WS-TOT-LABEL.
           MOVE WS-TK-SKIP-CTR             TO   WS-TOT-COUNT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
           MOVE 'CARDS WITH A RATE CHANGE: ' TO WS-TOT-LABEL.
           MOVE WS-CHG-LINE-CTR            TO   WS-TOT-COUNT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
           MOVE 'ADJUSTMENTS WRITTEN:      ' TO WS-TOT-LABEL.
           MOVE WS-ADJ-OUT-CTR             TO   WS-TOT-COUNT.
           MOVE WS-ADJ-OUT-TOT             TO   WS-TOT-AMT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
           MOVE 'EMPLOYEES HELD:           ' TO WS-TOT-LABEL.
           MOVE WS-HELD-CTR                TO   WS-TOT-COUNT.
           MOVE WS-HELD-TOT                TO   WS-TOT-AMT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
           ADD WS-ADJ-OUT-CTR              TO   WS-RUN-ADJ-CTR.
           ADD WS-ADJ-OUT-TOT              TO   WS-RUN-ADJ-TOT.
           ADD WS-HELD-CTR                 TO   WS-RUN-HELD-CTR.
           IF WS-HELD-CTR > ZERO
               WRITE PR-RPT-REC            FROM WS-RPT-BLANK-LN
               WRITE PR-RPT-REC            FROM WS-HELD-HDG
               PERFORM VARYING WS-HL-SUB FROM 1 BY 1
                         UNTIL WS-HL-SUB > WS-HL-COUNT
                   IF WS-HL-STATUS (WS-HL-SUB) = 'H' AND
                      WS-HL-QTR  (WS-HL-SUB) = WS-CUR-QTR AND
                      WS-HL-YEAR (WS-HL-SUB) = WS-CUR-YEAR
                       PERFORM 685-WRITE-HELD-LN
                   END-IF
               END-PERFORM
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * Held pay is listed employee by employee on the worksheet and
      * the job log: it is owed and nothing else will pay it.
       685-WRITE-HELD-LN.
           MOVE WS-HL-EMP-ID     (WS-HL-SUB) TO WS-HLN-ID.
           MOVE WS-HL-AMT        (WS-HL-SUB) TO WS-HLN-AMT.
           MOVE WS-HL-PAID-STAMP (WS-HL-SUB) TO WS-HLN-PAID-STAMP.
           MOVE WS-HL-NOTE       (WS-HL-SUB) TO WS-HLN-NOTE.
           WRITE PR-RPT-REC FROM WS-HELD-LN.
           DISPLAY 'RETRO PAY HELD, UNPAID: Q' WS-CUR-QTR ' '
                   WS-CUR-YEAR ' EMP ID ' WS-HL-EMP-ID (WS-HL-SUB)
                   ' ' WS-HLN-AMT ' ' WS-HL-NOTE (WS-HL-SUB).
      *-----------------------------------------------------------------
      * Everything still owed goes back out, settled entries dropped;
      * quarters not re-priced this run carry over unchanged.
       690-REWRITE-HELD.
           OPEN OUTPUT RETRO-HELD.
           IF WS-HELD-STATUS NOT = '00'
               DISPLAY 'RETRO HELD FILE WILL NOT OPEN - STATUS: '
                       WS-HELD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-HL-SUB FROM 1 BY 1
                     UNTIL WS-HL-SUB > WS-HL-COUNT
               IF WS-HL-STATUS (WS-HL-SUB) NOT = 'X'
                   MOVE WS-HL-EMP-ID     (WS-HL-SUB) TO RHLD-EMP-ID
                   MOVE WS-HL-QTR        (WS-HL-SUB) TO RHLD-QTR
                   MOVE WS-HL-YEAR       (WS-HL-SUB) TO RHLD-YEAR
                   MOVE WS-HL-STATUS     (WS-HL-SUB) TO RHLD-STATUS
                   MOVE WS-HL-PAID-STAMP (WS-HL-SUB) TO RHLD-PAID-STAMP
                   MOVE WS-HL-RUN-STAMP  (WS-HL-SUB) TO RHLD-RUN-STAMP
                   MOVE WS-HL-AMT        (WS-HL-SUB) TO RHLD-AMT
                   MOVE WS-HL-NOTE       (WS-HL-SUB) TO RHLD-NOTE
                   WRITE RHLD-REC
                   IF WS-HL-STATUS (WS-HL-SUB) = 'H'
                       ADD 1 TO WS-OWED-CTR
                       ADD WS-HL-AMT (WS-HL-SUB) TO WS-OWED-TOT
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE RETRO-HELD.
           IF WS-OWED-CTR > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
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
      *-----------------------------------------------------------------
       700-RPT-END.
           WRITE PR-RPT-REC                FROM WS-RPT-BLANK-LN.
           IF WS-QTR-REPRICED-CTR = ZERO AND WS-QTR-FAILED-CTR = ZERO
               WRITE PR-RPT-REC            FROM WS-NONE-DUE-LN
               WRITE PR-RPT-REC            FROM WS-RPT-BLANK-LN
           END-IF.
           MOVE 'QUARTERS RE-PRICED:       ' TO WS-TOT-LABEL.
           MOVE WS-QTR-REPRICED-CTR        TO   WS-TOT-COUNT.
           MOVE ZERO                       TO   WS-TOT-AMT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
           MOVE 'QUARTERS NOT RE-PRICED:   ' TO WS-TOT-LABEL.
           MOVE WS-QTR-FAILED-CTR          TO   WS-TOT-COUNT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
           MOVE 'TOTAL RETRO ADJUSTMENTS:  ' TO WS-TOT-LABEL.
           MOVE WS-RUN-ADJ-CTR             TO   WS-TOT-COUNT.
           MOVE WS-RUN-ADJ-TOT             TO   WS-TOT-AMT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
           MOVE 'TOTAL EMPLOYEES HELD:     ' TO WS-TOT-LABEL.
           MOVE WS-RUN-HELD-CTR            TO   WS-TOT-COUNT.
           MOVE ZERO                       TO   WS-TOT-AMT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
           MOVE 'BACK ON HOLD FROM ADJUST: ' TO WS-TOT-LABEL.
           MOVE WS-REJ-BACK-CTR            TO   WS-TOT-COUNT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
           MOVE 'HELD, STILL OWED ALL QTRS:' TO WS-TOT-LABEL.
           MOVE WS-OWED-CTR                TO   WS-TOT-COUNT.
           MOVE WS-OWED-TOT                TO   WS-TOT-AMT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
      *-----------------------------------------------------------------
      * One record per quarter re-priced.  It carries the run's start
      * stamp: it is what marks the quarter's retro file pending until
      * GARCIA-P02-ADJUST applies it.
       900-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG.
           IF WS-RLOG-STATUS = '35'
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE 'GARCIA-P02-RETRO'   TO RLOG-PROGRAM.
           MOVE WS-RUN-STAMP         TO RLOG-STAMP.
           MOVE WS-CUR-QTR           TO RLOG-QTR.
           MOVE WS-CUR-YEAR          TO RLOG-YEAR.
           MOVE WS-TIME-DTL-FILENAME TO RLOG-INPUT-FILE.
           MOVE WS-TK-READ-CTR       TO RLOG-READ-CTR.
           MOVE WS-ADJ-OUT-CTR       TO RLOG-RELEASED-CTR.
           MOVE WS-HELD-CTR          TO RLOG-EXC-CTR.
           MOVE ZERO                 TO RLOG-DUP-CTR.
           IF WS-HELD-CTR > ZERO
               MOVE 'HELD UNPAID'    TO RLOG-RECON-RESULT
           ELSE
               MOVE 'RECONCILED'     TO RLOG-RECON-RESULT
           END-IF.
           MOVE RETURN-CODE          TO RLOG-RETURN-CODE.
           WRITE RLOG-REC.
           CLOSE RUN-LOG.
      *-----------------------------------------------------------------
      * A run that re-priced nothing still leaves its evidence, under
      * quarter zero so it can never be taken for a pending file.
       910-WRITE-SUMMARY-LOG.
           OPEN EXTEND RUN-LOG.
           IF WS-RLOG-STATUS = '35'
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE 'GARCIA-P02-RETRO'   TO RLOG-PROGRAM.
           MOVE WS-RUN-STAMP         TO RLOG-STAMP.
           MOVE ZERO                 TO RLOG-QTR.
           MOVE ZERO                 TO RLOG-YEAR.
           MOVE 'rate-change-log.dat' TO RLOG-INPUT-FILE.
           MOVE WS-CL-COUNT          TO RLOG-READ-CTR.
           MOVE ZERO                 TO RLOG-RELEASED-CTR.
           MOVE WS-QTR-FAILED-CTR    TO RLOG-EXC-CTR.
           MOVE ZERO                 TO RLOG-DUP-CTR.
           IF WS-QTR-FAILED-CTR > ZERO
               MOVE 'NOT RE-PRICED'  TO RLOG-RECON-RESULT
           ELSE
               MOVE 'NO RETRO DUE'   TO RLOG-RECON-RESULT
           END-IF.
           MOVE RETURN-CODE          TO RLOG-RETURN-CODE.
           WRITE RLOG-REC.
           CLOSE RUN-LOG.
      *-----------------------------------------------------------------

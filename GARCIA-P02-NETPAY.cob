      *          remittance extract totaled by deduction code so the  *
      *          third parties can be paid.  A net-pay register with  *
      *          a remittance summary section accompanies the files.  *
      *          Federal, state, Social Security (OAS) and Medicare   *
      *          withholding is computed from the tax table and each  *
      *          employee's withholding election, on wages reduced by *
      *          the pre-tax deduction codes, and the register ends   *
      *          with the employer tax liability for the quarter.     *
      *          Deductions are taken in priority order (court-       *
      *          ordered, then benefit, then voluntary) and short net *
      *          takes what it can; the rest goes to the quarter's    *
      *          arrears file and is recovered ahead of the next      *
      *          quarter's deduction for the same code.  Goal (G)     *
      *          deductions take an installment toward a goal total   *
      *          carried on the deduction master and stop once it is  *
      *          met.  The register lists arrears created, arrears    *
      *          recovered and goals completed.                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARCIA-P02-NETPAY.
           SELECT RUN-CONTROL ASSIGN TO 'run-control.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT TAX-TABLE ASSIGN TO 'tax-table.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-TAX-STATUS.

           SELECT TAX-ELECT ASSIGN TO 'tax-election.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-ELC-STATUS.

           SELECT ARREARS-IN ASSIGN DYNAMIC WS-ARR-IN-FILENAME
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-ARR-STATUS.

           SELECT ARREARS-OUT ASSIGN DYNAMIC WS-ARR-OUT-FILENAME
                          ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           03  YTD-QTR-DEPT                PIC 99      OCCURS 4 TIMES.
           03  YTD-TOTAL                   PIC 9(7)V99.

      * DEDM-TYPE F is a flat amount, P a percent of gross, G a flat
      * installment (DEDM-RATE) toward DEDM-GOAL-AMT.  For G, net pay
      * keeps DEDM-GOAL-TAKEN up to date and notes the last quarter
      * (yyyyq) and amount it took, so a rerun of that quarter backs
      * its own installment out first.  DEDM-PRIORITY 1 is court-
      * ordered, 2 benefit, 3 or space voluntary.
       FD  DED-MASTER.
       01  DEDM-REC.
           03  DEDM-EMP-ID                 PIC X(4).
           03  DEDM-RATE                   PIC 9(5)V99.
           03  DEDM-START                  PIC 9(8).
           03  DEDM-STOP                   PIC 9(8).
           03  DEDM-PRIORITY               PIC X.
           03  DEDM-GOAL-AMT               PIC 9(7)V99.
           03  DEDM-GOAL-TAKEN             PIC 9(7)V99.
           03  DEDM-GOAL-QTR               PIC 9(5).
           03  DEDM-GOAL-LAST              PIC 9(6)V99.

       FD  NET-OUT.
       01  NET-REC.
       FD  REMIT-OUT.
       01  REMIT-REC                       PIC X(30).

      * What an employee still owes on a deduction code at the end of
      * a quarter; the next quarter's run reads it back and recovers
      * it first.
       FD  ARREARS-IN.
       01  ARR-IN-REC.
           03  ARR-IN-EMP-ID               PIC X(4).
           03  ARR-IN-CODE                 PIC X(3).
           03  ARR-IN-TYPE                 PIC X.
           03  ARR-IN-AMT                  PIC 9(6)V99.

       FD  ARREARS-OUT.
       01  ARR-OUT-REC.
           03  ARR-OUT-EMP-ID              PIC X(4).
           03  ARR-OUT-CODE                PIC X(3).
           03  ARR-OUT-TYPE                PIC X.
           03  ARR-OUT-AMT                 PIC 9(6)V99.

       FD  PR-RPT.
       01  PR-RPT-REC                      PIC X(100).

           03  RC-STATUS                   PIC X(11).
           03  RC-INPUT-FILENAME           PIC X(30).
           03  RC-STAMP                    PIC X(14).

      * Hand-maintained by finance, one record per bracket.  FIT and
      * SIT rows are annual brackets (floor of annual taxable wages
      * and the percent rate above it) by filing status (space = any
      * status) and, for SIT, state; the annual amount per withholding
      * allowance rides on the zero-floor bracket.  OAS and MED rows
      * carry the employee rate, the annual wage base (zero = no
      * limit) and the employer matching rate.  PRE rows name a
      * deduction code taken before tax and which wages it reduces.
       FD  TAX-TABLE.
       01  TAX-REC.
           03  TAX-TYPE                    PIC X(3).
           03  TAX-YEAR                    PIC 9999.
           03  TAX-DETAIL.
               05  TAX-FILING-STATUS       PIC X.
               05  TAX-STATE               PIC XX.
               05  TAX-BRACKET-FLOOR       PIC 9(7)V99.
               05  TAX-RATE                PIC 99V9999.
               05  TAX-WAGE-BASE           PIC 9(7)V99.
               05  TAX-ER-RATE             PIC 99V9999.
               05  TAX-ALLOW-AMT           PIC 9(5)V99.
           03  TAX-PRETAX-DETAIL REDEFINES TAX-DETAIL.
               05  TAX-PRE-CODE            PIC X(3).
               05  TAX-PRE-INC-TAX         PIC X.
               05  TAX-PRE-FICA            PIC X.
               05  FILLER                  PIC X(35).

      * Hand-maintained from the employees' withholding forms.  An
      * employee with no record withholds single, zero allowances,
      * with no state tax.
       FD  TAX-ELECT.
       01  ELC-REC.
           03  ELC-EMP-ID                  PIC X(4).
           03  ELC-FILING-STATUS           PIC X.
           03  ELC-FED-ALLOW               PIC 99.
           03  ELC-FED-EXTRA               PIC 9(5)V99.
           03  ELC-STATE                   PIC XX.
           03  ELC-ST-ALLOW                PIC 99.
           03  ELC-ST-EXTRA                PIC 9(5)V99.
           03  ELC-EXEMPT-FIT              PIC X.
           03  ELC-EXEMPT-SIT              PIC X.
           03  ELC-EXEMPT-FICA             PIC X.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-NET-OUT-FILENAME             PIC X(30)   VALUE SPACES.
       01  WS-NPD-OUT-FILENAME             PIC X(30)   VALUE SPACES.
       01  WS-REMIT-OUT-FILENAME           PIC X(30)   VALUE SPACES.
       01  WS-PR-RPT-FILENAME              PIC X(30)   VALUE SPACES.
       01  WS-ARR-IN-FILENAME              PIC X(30)   VALUE SPACES.
       01  WS-ARR-OUT-FILENAME             PIC X(30)   VALUE SPACES.

       01  WS-RUN-PARM.
           03  WS-PARM-STRING               PIC X(20)   VALUE SPACES.
       01  WS-RUN-QTR                       PIC 9       VALUE ZERO.
       01  WS-RUN-YEAR                      PIC 9999    VALUE ZERO.
       01  WS-QTR-NUM                       PIC 9       VALUE ZERO.
       01  WS-PRIOR-QTR                     PIC 9       VALUE ZERO.
       01  WS-PRIOR-YEAR                    PIC 9999    VALUE ZERO.
       01  WS-RUN-QTR-KEY                   PIC 9(5)    VALUE ZERO.
       01  WS-FORCE-FLAG                    PIC X       VALUE 'N'.
           88  WS-FORCE-RUN                             VALUE 'Y'.
       01  WS-RUNCTL-STATUS                 PIC XX      VALUE SPACES.
           03  WS-REMIT-LN-AMT             PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(61) VALUE SPACES.

       01  WS-TAX-LN.
           03  FILLER                      PIC X(45) VALUE SPACES.
           03  WS-TAX-LN-CODE              PIC X(3).
           03  FILLER                      PIC X(4)  VALUE SPACES.
           03  WS-TAX-LN-AMT               PIC ZZZ,ZZ9.99.
           03  FILLER                      PIC XX    VALUE SPACES.
           03  FILLER                      PIC X(8)  VALUE 'TAXABLE '.
           03  WS-TAX-LN-WAGES             PIC ZZZ,ZZ9.99.
           03  FILLER                      PIC X     VALUE SPACES.
           03  WS-TAX-LN-NOTE              PIC X(17).

       01  WS-TAXL-HDG.
           03  FILLER                      PIC X(30) VALUE
               '  EMPLOYER TAX LIABILITY'.
           03  FILLER                      PIC X(50) VALUE SPACES.
       01  WS-TAXL-COL-HDG.
           03  FILLER                      PIC X(30) VALUE
               '  TAX  EMPLOYEES  TAXABLE WAGE'.
           03  FILLER                      PIC X(30) VALUE
               'S   EMPLOYEE W/H  EMPLOYER SHA'.
           03  FILLER                      PIC X(30) VALUE
               'RE      TOTAL DUE'.
       01  WS-TAXL-LN.
           03  FILLER                      PIC XX    VALUE SPACES.
           03  WS-TAXL-LN-CODE             PIC X(3).
           03  FILLER                      PIC X(4)  VALUE SPACES.
           03  WS-TAXL-LN-CNT              PIC ZZZZ9.
           03  FILLER                      PIC XX    VALUE SPACES.
           03  WS-TAXL-LN-WAGES            PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                      PIC XX    VALUE SPACES.
           03  WS-TAXL-LN-EE               PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                      PIC XX    VALUE SPACES.
           03  WS-TAXL-LN-ER               PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                      PIC XX    VALUE SPACES.
           03  WS-TAXL-LN-DUE              PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(6)  VALUE SPACES.
       01  WS-TAXL-TOT-LN.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  FILLER                      PIC X(31) VALUE
               'TOTAL DEPOSIT DUE'.
           03  WS-TAXL-TOT-EE              PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                      PIC XX    VALUE SPACES.
           03  WS-TAXL-TOT-ER              PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                      PIC XX    VALUE SPACES.
           03  WS-TAXL-TOT-DUE             PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(6)  VALUE SPACES.

       01  WS-EVT-HDG.
           03  FILLER                      PIC XX    VALUE SPACES.
           03  WS-EVT-HDG-TEXT             PIC X(28).
           03  FILLER                      PIC X(50) VALUE SPACES.
       01  WS-EVT-COL-HDG.
           03  FILLER                      PIC X(30) VALUE
               '  EMP ID LAST NAME      CODE  '.
           03  FILLER                      PIC X(50) VALUE
               '      AMOUNT'.
       01  WS-EVT-LN.
           03  FILLER                      PIC XX    VALUE SPACES.
           03  WS-EVT-LN-ID                PIC X(4).
           03  FILLER                      PIC X(3)  VALUE SPACES.
           03  WS-EVT-LN-LNAME             PIC X(15).
           03  FILLER                      PIC X     VALUE SPACES.
           03  WS-EVT-LN-CODE              PIC X(3).
           03  FILLER                      PIC X(3)  VALUE SPACES.
           03  WS-EVT-LN-AMT               PIC Z,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(37) VALUE SPACES.

       01  WS-TOT-LN.
           03  FILLER                      PIC X(2)   VALUE SPACES.
           03  WS-TOT-LABEL                PIC X(26).
               88  WS-YTD-EOF                          VALUE 'Y'.
           03  WS-DEDM-EOF-FLAG            PIC X       VALUE 'N'.
               88  WS-DEDM-EOF                         VALUE 'Y'.
           03  WS-TAX-EOF-FLAG             PIC X       VALUE 'N'.
               88  WS-TAX-EOF                          VALUE 'Y'.
           03  WS-ELC-EOF-FLAG             PIC X       VALUE 'N'.
               88  WS-ELC-EOF                          VALUE 'Y'.
           03  WS-PRETAX-FLAG              PIC X       VALUE 'N'.
               88  WS-PRETAX-DED                       VALUE 'Y'.
           03  WS-ELC-FOUND-FLAG           PIC X       VALUE 'N'.
               88  WS-ELC-FOUND                        VALUE 'Y'.
           03  WS-TAX-ROW-FLAG             PIC X       VALUE 'N'.
               88  WS-TAX-ROW-FOUND                    VALUE 'Y'.
           03  WS-ARR-EOF-FLAG             PIC X       VALUE 'N'.
               88  WS-ARR-EOF                          VALUE 'Y'.
           03  WS-PASS-PRETAX-FLAG         PIC X       VALUE 'N'.
           03  WS-DEDM-CHANGED-FLAG        PIC X       VALUE 'N'.
               88  WS-DEDM-CHANGED                     VALUE 'Y'.

       01  WS-YTD-STATUS                   PIC XX      VALUE SPACES.
       01  WS-DEDM-STATUS                  PIC XX      VALUE SPACES.
       01  WS-RLOG-STATUS                  PIC XX      VALUE SPACES.
       01  WS-TAX-STATUS                   PIC XX      VALUE SPACES.
       01  WS-ELC-STATUS                   PIC XX      VALUE SPACES.
       01  WS-ARR-STATUS                   PIC XX      VALUE SPACES.

       01  WS-NETPAY-CTRS.
           03  WS-EMP-READ-CTR             PIC 9(5)    VALUE ZERO.
           03  WS-GROSS-TOT                PIC 9(9)V99 VALUE ZERO.
           03  WS-DED-GRAND-TOT            PIC 9(9)V99 VALUE ZERO.
           03  WS-NET-GRAND-TOT            PIC 9(9)V99 VALUE ZERO.
           03  WS-TAX-GRAND-TOT            PIC 9(9)V99 VALUE ZERO.
           03  WS-TAX-SHORT-CTR            PIC 9(5)    VALUE ZERO.
           03  WS-NO-ELC-CTR               PIC 9(5)    VALUE ZERO.
           03  WS-ARR-IN-CTR               PIC 9(5)    VALUE ZERO.
           03  WS-ARR-IN-TOT               PIC 9(9)V99 VALUE ZERO.
           03  WS-ARR-NEW-CTR              PIC 9(5)    VALUE ZERO.
           03  WS-ARR-NEW-TOT              PIC 9(9)V99 VALUE ZERO.
           03  WS-ARR-REC-CTR              PIC 9(5)    VALUE ZERO.
           03  WS-ARR-REC-TOT              PIC 9(9)V99 VALUE ZERO.
           03  WS-ARR-OUT-CTR              PIC 9(5)    VALUE ZERO.
           03  WS-ARR-OUT-TOT              PIC 9(9)V99 VALUE ZERO.
           03  WS-GOAL-MET-CTR             PIC 9(5)    VALUE ZERO.
           03  WS-GOAL-MET-TOT             PIC 9(9)V99 VALUE ZERO.

       01  WS-CALC-WORK.
           03  WS-EMP-GROSS                PIC 9(6)V99 VALUE ZERO.
           03  WS-QTR-START                PIC 9(8)    VALUE ZERO.
           03  WS-QTR-END                  PIC 9(8)    VALUE ZERO.
           03  WS-QTR-MO                   PIC 99      VALUE ZERO.
           03  WS-RMT-KEY-CODE             PIC X(3)    VALUE SPACES.
           03  WS-DED-CODE                 PIC X(3)    VALUE SPACES.
           03  WS-DED-TYPE                 PIC X       VALUE SPACES.
           03  WS-DED-DUE                  PIC 9(6)V99 VALUE ZERO.
           03  WS-DED-SHORT                PIC 9(6)V99 VALUE ZERO.
           03  WS-DED-POST                 PIC 9(6)V99 VALUE ZERO.
           03  WS-ARR-TAKE                 PIC 9(6)V99 VALUE ZERO.
           03  WS-NET-AVAIL                PIC 9(6)V99 VALUE ZERO.
           03  WS-GOAL-LEFT                PIC 9(7)V99 VALUE ZERO.
           03  WS-PRI-PASS                 PIC 9       VALUE ZERO.

      * Tax work areas for the employee being calculated.  Income tax
      * wages are gross less the pre-tax codes that reduce income tax,
      * FICA wages gross less those that reduce FICA; prior wages are
      * what the year's earlier quarters already put against the
      * OAS wage base.
       01  WS-TAX-WORK.
           03  WS-INC-WAGES                PIC 9(6)V99 VALUE ZERO.
           03  WS-FICA-WAGES               PIC 9(6)V99 VALUE ZERO.
           03  WS-PRIOR-WAGES              PIC S9(7)V99 VALUE ZERO.
           03  WS-WAGE-ROOM                PIC S9(7)V99 VALUE ZERO.
           03  WS-TAX-CODE                 PIC X(3)    VALUE SPACES.
           03  WS-TAX-FILING-STATUS        PIC X       VALUE SPACES.
           03  WS-TAX-STATE                PIC XX      VALUE SPACES.
           03  WS-TAX-ALLOW                PIC 99      VALUE ZERO.
           03  WS-TAX-EXTRA                PIC 9(5)V99 VALUE ZERO.
           03  WS-TAX-WAGES                PIC 9(6)V99 VALUE ZERO.
           03  WS-TAX-AMT                  PIC 9(6)V99 VALUE ZERO.
           03  WS-TAX-ER-AMT               PIC 9(6)V99 VALUE ZERO.
           03  WS-ANNUAL-WAGES             PIC S9(8)V99 VALUE ZERO.
           03  WS-ANNUAL-TAX               PIC 9(8)V99 VALUE ZERO.
           03  WS-ALLOW-AMT                PIC 9(5)V99 VALUE ZERO.
           03  WS-BRACKET-TOP              PIC 9(8)V99 VALUE ZERO.
           03  WS-BRACKET-WAGES            PIC 9(8)V99 VALUE ZERO.
           03  WS-FICA-RATE                PIC 99V9999 VALUE ZERO.
           03  WS-FICA-ER-RATE             PIC 99V9999 VALUE ZERO.
           03  WS-FICA-BASE                PIC 9(7)V99 VALUE ZERO.
           03  WS-TXL-SUB                  PIC 9       VALUE ZERO.
           03  WS-LATER-QTR                PIC 9       VALUE ZERO.
           03  WS-TAX-NOTE                 PIC X(17)   VALUE SPACES.

      * Tax table rows for the run year only.
       01  WS-TAX-BAD-CTR                  PIC 9(4)    VALUE ZERO.
       01  WS-TAX-COUNT                    PIC 9(4)    VALUE ZERO.
       01  WS-TAX-SUB                      PIC 9(4)    VALUE ZERO.
       01  WS-TAX-TBL.
           03  WS-TX-ENTRY  OCCURS 500 TIMES
                            INDEXED BY WS-TX-IDX.
               05  WS-TX-TYPE              PIC X(3).
               05  WS-TX-STATUS            PIC X.
               05  WS-TX-STATE             PIC XX.
               05  WS-TX-FLOOR             PIC 9(7)V99.
               05  WS-TX-RATE              PIC 99V9999.
               05  WS-TX-BASE              PIC 9(7)V99.
               05  WS-TX-ER-RATE           PIC 99V9999.
               05  WS-TX-ALLOW             PIC 9(5)V99.

       01  WS-PRE-COUNT                    PIC 999     VALUE ZERO.
       01  WS-PRE-TABLE.
           03  WS-PRE-ENTRY  OCCURS 100 TIMES
                             INDEXED BY WS-PRE-IDX.
               05  WS-PRE-CODE             PIC X(3).
               05  WS-PRE-INC-TAX          PIC X.
               05  WS-PRE-FICA             PIC X.
       01  WS-PRE-INC-FLAG                 PIC X       VALUE 'N'.
       01  WS-PRE-FICA-FLAG                PIC X       VALUE 'N'.

       01  WS-ELC-COUNT                    PIC 9(4)    VALUE ZERO.
       01  WS-ELC-TABLE.
           03  WS-ELC-ENTRY  OCCURS 5000 TIMES
                             INDEXED BY WS-ELC-IDX.
               05  WS-ET-EMP-ID            PIC X(4).
               05  WS-ET-FILING-STATUS     PIC X.
               05  WS-ET-FED-ALLOW         PIC 99.
               05  WS-ET-FED-EXTRA         PIC 9(5)V99.
               05  WS-ET-STATE             PIC XX.
               05  WS-ET-ST-ALLOW          PIC 99.
               05  WS-ET-ST-EXTRA          PIC 9(5)V99.
               05  WS-ET-EXEMPT-FIT        PIC X.
               05  WS-ET-EXEMPT-SIT        PIC X.
               05  WS-ET-EXEMPT-FICA       PIC X.
      * The election in force for the employee being calculated.
       01  WS-ELC-CURRENT.
           03  WS-EC-FILING-STATUS         PIC X.
           03  WS-EC-FED-ALLOW             PIC 99.
           03  WS-EC-FED-EXTRA             PIC 9(5)V99.
           03  WS-EC-STATE                 PIC XX.
           03  WS-EC-ST-ALLOW              PIC 99.
           03  WS-EC-ST-EXTRA              PIC 9(5)V99.
           03  WS-EC-EXEMPT-FIT            PIC X.
           03  WS-EC-EXEMPT-SIT            PIC X.
           03  WS-EC-EXEMPT-FICA           PIC X.

      * Quarter liability by tax: 1 FIT, 2 SIT, 3 OAS, 4 MED.
       01  WS-TAXL-TABLE.
           03  WS-TXL-ENTRY  OCCURS 4 TIMES.
               05  WS-TXL-CODE             PIC X(3).
               05  WS-TXL-CNT              PIC 9(5).
               05  WS-TXL-WAGES            PIC 9(9)V99.
               05  WS-TXL-EE               PIC 9(9)V99.
               05  WS-TXL-ER               PIC 9(9)V99.
       01  WS-TAXL-TOTALS.
           03  WS-TXL-TOT-EE               PIC 9(9)V99 VALUE ZERO.
           03  WS-TXL-TOT-ER               PIC 9(9)V99 VALUE ZERO.
           03  WS-TXL-DUE                  PIC 9(9)V99 VALUE ZERO.

       01  WS-DEDM-BAD-CTR                 PIC 9(4)    VALUE ZERO.
       01  WS-DEDM-COUNT                   PIC 9(4)    VALUE ZERO.
      * The whole deduction master, rejected records included, so a
      * run that moves a goal balance can write it back as it came.
       01  WS-DEDM-TABLE.
           03  WS-DEDM-ENTRY  OCCURS 5000 TIMES
                              INDEXED BY WS-DEDM-IDX.
               05  WS-DT-DATA.
                   07  WS-DT-EMP-ID        PIC X(4).
                   07  WS-DT-CODE          PIC X(3).
                   07  WS-DT-TYPE          PIC X.
                   07  WS-DT-RATE          PIC 9(5)V99.
                   07  WS-DT-START         PIC 9(8).
                   07  WS-DT-STOP          PIC 9(8).
                   07  WS-DT-PRIORITY      PIC X.
                   07  WS-DT-GOAL-AMT      PIC 9(7)V99.
                   07  WS-DT-GOAL-TAKEN    PIC 9(7)V99.
                   07  WS-DT-GOAL-QTR      PIC 9(5).
                   07  WS-DT-GOAL-LAST     PIC 9(6)V99.
               05  WS-DT-VALID             PIC X.
               05  WS-DT-PRI-CLASS         PIC 9.
               05  WS-DT-GOAL-HOLD         PIC X.

      * Arrears carried in from the prior quarter, plus any this run
      * creates; what is left at the end is carried forward.
       01  WS-ARR-COUNT                    PIC 9(4)    VALUE ZERO.
       01  WS-ARR-SUB                      PIC 9(4)    VALUE ZERO.
       01  WS-ARR-TABLE.
           03  WS-ARR-ENTRY  OCCURS 5000 TIMES
                             INDEXED BY WS-ARR-IDX.
               05  WS-AR-EMP-ID            PIC X(4).
               05  WS-AR-CODE              PIC X(3).
               05  WS-AR-TYPE              PIC X.
               05  WS-AR-AMT               PIC 9(6)V99.
               05  WS-AR-SEEN              PIC X.

      * Arrears created (C) and recovered (R) and goals completed (G)
      * during the run, for the register sections at the end.
       01  WS-EVT-COUNT                    PIC 9(4)    VALUE ZERO.
       01  WS-EVT-KEY-KIND                 PIC X       VALUE SPACES.
       01  WS-EVT-KEY-AMT                  PIC 9(7)V99 VALUE ZERO.
       01  WS-EVT-TABLE.
           03  WS-EVT-ENTRY  OCCURS 5000 TIMES
                             INDEXED BY WS-EVT-IDX.
               05  WS-EV-KIND              PIC X.
               05  WS-EV-EMP-ID            PIC X(4).
               05  WS-EV-LNAME             PIC X(15).
               05  WS-EV-CODE              PIC X(3).
               05  WS-EV-AMT               PIC 9(7)V99.

       01  WS-REMIT-COUNT                  PIC 999     VALUE ZERO.
       01  WS-REMIT-SUB                    PIC 999     VALUE ZERO.
           PERFORM 300-GET-SYS-DATE-TIME.
           PERFORM 140-CHECK-PREREQ.
           PERFORM 180-LOAD-DED-MASTER.
           PERFORM 187-LOAD-ARREARS.
           PERFORM 190-LOAD-TAX-TABLE.
           PERFORM 195-LOAD-ELECTIONS.
           OPEN OUTPUT PR-RPT.
           OPEN OUTPUT NET-OUT.
           OPEN OUTPUT NPD-OUT.
           PERFORM 400-RPT-HEADING.
           PERFORM 500-PROCESS-YTD.
           PERFORM 600-WRITE-REMIT.
           PERFORM 650-TAX-LIABILITY.
           PERFORM 660-ARREARS-REGISTER.
           PERFORM 670-WRITE-ARREARS.
           IF WS-DEDM-CHANGED
               PERFORM 680-REWRITE-DED-MASTER
           END-IF.
           PERFORM 700-RPT-END.
           CLOSE NET-OUT.
           CLOSE NPD-OUT.
           DISPLAY 'PROJECT 2 NET PAY - MARIO GARCIA'.
           DISPLAY 'EMPLOYEES READ:  ', WS-EMP-READ-CTR.
           DISPLAY 'EMPLOYEES PAID:  ', WS-EMP-PAID-CTR.
           DISPLAY 'DEDUCTIONS SHORT:  ', WS-DED-SKIP-CTR.
           DISPLAY 'ARREARS CREATED:   ', WS-ARR-NEW-CTR.
           DISPLAY 'ARREARS RECOVERED: ', WS-ARR-REC-CTR.
           DISPLAY 'GOALS COMPLETED:   ', WS-GOAL-MET-CTR.
           DISPLAY 'TAXES WITHHELD:  ', WS-TAX-GRAND-TOT.
           PERFORM 900-WRITE-RUN-LOG.
           STOP RUN.
      *-----------------------------------------------------------------
               STOP RUN
           END-IF.
           MOVE WS-RUN-QTR TO WS-QTR-NUM.
           COMPUTE WS-RUN-QTR-KEY = (WS-RUN-YEAR * 10) + WS-RUN-QTR.
           IF WS-RUN-QTR = 1
               MOVE 4 TO WS-PRIOR-QTR
               COMPUTE WS-PRIOR-YEAR = WS-RUN-YEAR - 1
           ELSE
               COMPUTE WS-PRIOR-QTR = WS-RUN-QTR - 1
               MOVE WS-RUN-YEAR TO WS-PRIOR-YEAR
           END-IF.
           PERFORM 120-BUILD-FILENAMES.
           PERFORM 130-BUILD-QTR-LABEL.
           PERFORM 135-BUILD-QTR-WINDOW.
                  '-' WS-RUN-YEAR '.rpt' DELIMITED BY SIZE
                  INTO WS-PR-RPT-FILENAME
           END-STRING.
           MOVE SPACES TO WS-ARR-IN-FILENAME.
           STRING 'deduction-arrears-q' FUNCTION TRIM(WS-PRIOR-QTR)
                  '-' WS-PRIOR-YEAR '.dat' DELIMITED BY SIZE
                  INTO WS-ARR-IN-FILENAME
           END-STRING.
           MOVE SPACES TO WS-ARR-OUT-FILENAME.
           STRING 'deduction-arrears-q' FUNCTION TRIM(WS-RUN-QTR)
                  '-' WS-RUN-YEAR '.dat' DELIMITED BY SIZE
                  INTO WS-ARR-OUT-FILENAME
           END-STRING.
      *-----------------------------------------------------------------
       130-BUILD-QTR-LABEL.
           MOVE SPACES TO WS-RPT-QTR-LBL.
               CLOSE DED-MASTER
           END-IF.
      *-----------------------------------------------------------------
      * Every record goes into the table so the master can be written
      * back whole; only valid ones are marked for use.  A G record
      * keyed without its running fields starts them at zero, and one
      * last taken by this same quarter has that installment backed
      * out so a rerun takes it again rather than twice.  One last
      * taken by a later quarter is used as it stands but not posted.
       185-LOAD-ONE-DED.
           IF WS-DEDM-COUNT NOT < 5000
               DISPLAY 'DEDUCTION MASTER TABLE FULL - CANNOT '
                       'CONTINUE: ' DEDM-REC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-DEDM-COUNT.
           SET WS-DEDM-IDX TO WS-DEDM-COUNT.
           MOVE DEDM-REC TO WS-DT-DATA      (WS-DEDM-IDX).
           MOVE 'N'      TO WS-DT-VALID     (WS-DEDM-IDX).
           MOVE 3        TO WS-DT-PRI-CLASS (WS-DEDM-IDX).
           MOVE 'N'      TO WS-DT-GOAL-HOLD (WS-DEDM-IDX).
           IF DEDM-EMP-ID = SPACES OR
              (DEDM-TYPE NOT = 'F' AND DEDM-TYPE NOT = 'P' AND
               DEDM-TYPE NOT = 'G') OR
              DEDM-RATE NOT NUMERIC OR
              DEDM-START NOT NUMERIC OR
              DEDM-STOP NOT NUMERIC OR
              (DEDM-PRIORITY NOT = SPACE AND DEDM-PRIORITY NOT = '1'
               AND DEDM-PRIORITY NOT = '2' AND DEDM-PRIORITY NOT = '3')
               ADD 1 TO WS-DEDM-BAD-CTR
               DISPLAY 'INVALID DEDUCTION MASTER RECORD IGNORED: '
                       DEDM-REC
           ELSE
               IF DEDM-TYPE = 'G' AND
                  (DEDM-GOAL-AMT NOT NUMERIC OR
                   DEDM-GOAL-AMT = ZERO OR DEDM-RATE = ZERO)
                   ADD 1 TO WS-DEDM-BAD-CTR
                   DISPLAY 'GOAL DEDUCTION WITHOUT GOAL OR INSTALLMENT '
                           'IGNORED: ' DEDM-REC
               ELSE
                   MOVE 'Y' TO WS-DT-VALID (WS-DEDM-IDX)
                   IF DEDM-PRIORITY NOT = SPACE
                       MOVE DEDM-PRIORITY
                            TO WS-DT-PRI-CLASS (WS-DEDM-IDX)
                   END-IF
                   IF DEDM-TYPE = 'G'
                       PERFORM 186-PREP-GOAL-DED
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       186-PREP-GOAL-DED.
           IF DEDM-GOAL-TAKEN NOT NUMERIC
               MOVE ZERO TO WS-DT-GOAL-TAKEN (WS-DEDM-IDX)
           END-IF.
           IF DEDM-GOAL-QTR NOT NUMERIC
               MOVE ZERO TO WS-DT-GOAL-QTR (WS-DEDM-IDX)
           END-IF.
           IF DEDM-GOAL-LAST NOT NUMERIC
               MOVE ZERO TO WS-DT-GOAL-LAST (WS-DEDM-IDX)
           END-IF.
           IF WS-DT-GOAL-QTR (WS-DEDM-IDX) = WS-RUN-QTR-KEY AND
              WS-DT-GOAL-LAST (WS-DEDM-IDX) > ZERO
               IF WS-DT-GOAL-LAST (WS-DEDM-IDX) >
                  WS-DT-GOAL-TAKEN (WS-DEDM-IDX)
                   MOVE ZERO TO WS-DT-GOAL-TAKEN (WS-DEDM-IDX)
               ELSE
                   SUBTRACT WS-DT-GOAL-LAST (WS-DEDM-IDX)
                       FROM WS-DT-GOAL-TAKEN (WS-DEDM-IDX)
               END-IF
               MOVE ZERO TO WS-DT-GOAL-LAST (WS-DEDM-IDX)
               SET WS-DEDM-CHANGED TO TRUE
           END-IF.
           IF WS-DT-GOAL-QTR (WS-DEDM-IDX) > WS-RUN-QTR-KEY
               MOVE 'Y' TO WS-DT-GOAL-HOLD (WS-DEDM-IDX)
               DISPLAY 'WARNING: GOAL BALANCE FOR EMP ID '
                       DEDM-EMP-ID ' CODE ' DEDM-CODE
                       ' WAS LAST TAKEN BY A LATER QUARTER - '
                       'NOT POSTED BY THIS RUN'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * Arrears the prior quarter's run left owing.  No file simply
      * means nothing was owed (or this is the first quarter run).
       187-LOAD-ARREARS.
           OPEN INPUT ARREARS-IN.
           EVALUATE WS-ARR-STATUS
               WHEN '00'
                   PERFORM UNTIL WS-ARR-EOF
                       READ ARREARS-IN
                           AT END
                               SET WS-ARR-EOF TO TRUE
                           NOT AT END
                               PERFORM 188-LOAD-ONE-ARREARS
                       END-READ
                   END-PERFORM
                   CLOSE ARREARS-IN
               WHEN '35'
                   DISPLAY 'NO ARREARS CARRIED IN - '
                           FUNCTION TRIM(WS-ARR-IN-FILENAME)
                           ' NOT FOUND'
               WHEN OTHER
                   DISPLAY 'ARREARS FILE WILL NOT OPEN - STATUS: '
                           WS-ARR-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *-----------------------------------------------------------------
       188-LOAD-ONE-ARREARS.
           IF ARR-IN-EMP-ID = SPACES OR ARR-IN-AMT NOT NUMERIC
               DISPLAY 'INVALID ARREARS RECORD IGNORED: ' ARR-IN-REC
           ELSE
               IF WS-ARR-COUNT < 5000
                   ADD 1 TO WS-ARR-COUNT
                   MOVE ARR-IN-EMP-ID TO WS-AR-EMP-ID (WS-ARR-COUNT)
                   MOVE ARR-IN-CODE   TO WS-AR-CODE   (WS-ARR-COUNT)
                   MOVE ARR-IN-TYPE   TO WS-AR-TYPE   (WS-ARR-COUNT)
                   MOVE ARR-IN-AMT    TO WS-AR-AMT    (WS-ARR-COUNT)
                   MOVE 'N'           TO WS-AR-SEEN   (WS-ARR-COUNT)
                   ADD 1              TO WS-ARR-IN-CTR
                   ADD ARR-IN-AMT     TO WS-ARR-IN-TOT
               ELSE
                   DISPLAY 'ARREARS TABLE FULL - CANNOT CONTINUE: '
                           ARR-IN-REC
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * Only the run year's rows are kept.  With no tax table the run
      * still pays out (deductions only) but ends RETURN-CODE 4 so the
      * missing withholding is seen before the deposits go.
       190-LOAD-TAX-TABLE.
           MOVE 'FIT' TO WS-TXL-CODE (1).
           MOVE 'SIT' TO WS-TXL-CODE (2).
           MOVE 'OAS' TO WS-TXL-CODE (3).
           MOVE 'MED' TO WS-TXL-CODE (4).
           PERFORM VARYING WS-TXL-SUB FROM 1 BY 1
                     UNTIL WS-TXL-SUB > 4
               MOVE ZERO TO WS-TXL-CNT   (WS-TXL-SUB)
               MOVE ZERO TO WS-TXL-WAGES (WS-TXL-SUB)
               MOVE ZERO TO WS-TXL-EE    (WS-TXL-SUB)
               MOVE ZERO TO WS-TXL-ER    (WS-TXL-SUB)
           END-PERFORM.
           OPEN INPUT TAX-TABLE.
           IF WS-TAX-STATUS = '35'
               DISPLAY 'TAX TABLE NOT FOUND - NO WITHHOLDING WILL BE '
                       'CALCULATED'
               MOVE 4 TO RETURN-CODE
           ELSE
               IF WS-TAX-STATUS NOT = '00'
                   DISPLAY 'TAX TABLE WILL NOT OPEN - STATUS: '
                           WS-TAX-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-TAX-EOF
                   READ TAX-TABLE
                       AT END
                           SET WS-TAX-EOF TO TRUE
                       NOT AT END
                           IF TAX-YEAR = WS-RUN-YEAR
                               PERFORM 192-LOAD-ONE-TAX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-TABLE
               IF WS-TAX-COUNT = ZERO
                   DISPLAY 'NO TAX TABLE ROWS FOR ' WS-RUN-YEAR
                           ' - NO WITHHOLDING WILL BE CALCULATED'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       192-LOAD-ONE-TAX.
           EVALUATE TRUE
               WHEN TAX-TYPE = 'PRE'
                   IF TAX-PRE-CODE = SPACES
                       ADD 1 TO WS-TAX-BAD-CTR
                       DISPLAY 'INVALID TAX TABLE RECORD IGNORED: '
                               TAX-REC
                   ELSE
                       IF WS-PRE-COUNT < 100
                           ADD 1 TO WS-PRE-COUNT
                           MOVE TAX-PRE-CODE
                                TO WS-PRE-CODE    (WS-PRE-COUNT)
                           MOVE TAX-PRE-INC-TAX
                                TO WS-PRE-INC-TAX (WS-PRE-COUNT)
                           MOVE TAX-PRE-FICA
                                TO WS-PRE-FICA    (WS-PRE-COUNT)
                       ELSE
                           DISPLAY 'PRE-TAX CODE TABLE FULL - CANNOT '
                                   'CONTINUE: ' TAX-REC
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
               WHEN (TAX-TYPE = 'FIT' OR TAX-TYPE = 'SIT' OR
                     TAX-TYPE = 'OAS' OR TAX-TYPE = 'MED') AND
                    TAX-BRACKET-FLOOR NUMERIC AND
                    TAX-RATE NUMERIC AND
                    TAX-WAGE-BASE NUMERIC AND
                    TAX-ER-RATE NUMERIC AND
                    TAX-ALLOW-AMT NUMERIC
                   IF WS-TAX-COUNT < 500
                       ADD 1 TO WS-TAX-COUNT
                       MOVE TAX-TYPE          TO WS-TX-TYPE
                                                 (WS-TAX-COUNT)
                       MOVE TAX-FILING-STATUS TO WS-TX-STATUS
                                                 (WS-TAX-COUNT)
                       MOVE TAX-STATE         TO WS-TX-STATE
                                                 (WS-TAX-COUNT)
                       MOVE TAX-BRACKET-FLOOR TO WS-TX-FLOOR
                                                 (WS-TAX-COUNT)
                       MOVE TAX-RATE          TO WS-TX-RATE
                                                 (WS-TAX-COUNT)
                       MOVE TAX-WAGE-BASE     TO WS-TX-BASE
                                                 (WS-TAX-COUNT)
                       MOVE TAX-ER-RATE       TO WS-TX-ER-RATE
                                                 (WS-TAX-COUNT)
                       MOVE TAX-ALLOW-AMT     TO WS-TX-ALLOW
                                                 (WS-TAX-COUNT)
                   ELSE
                       DISPLAY 'TAX TABLE FULL - CANNOT CONTINUE: '
                               TAX-REC
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-TAX-BAD-CTR
                   DISPLAY 'INVALID TAX TABLE RECORD IGNORED: ' TAX-REC
           END-EVALUATE.
      *-----------------------------------------------------------------
       195-LOAD-ELECTIONS.
           OPEN INPUT TAX-ELECT.
           IF WS-ELC-STATUS = '35'
               DISPLAY 'TAX ELECTION FILE NOT FOUND - ALL EMPLOYEES '
                       'WITHHOLD SINGLE, ZERO ALLOWANCES'
           ELSE
               IF WS-ELC-STATUS NOT = '00'
                   DISPLAY 'TAX ELECTION FILE WILL NOT OPEN - STATUS: '
                           WS-ELC-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-ELC-EOF
                   READ TAX-ELECT
                       AT END
                           SET WS-ELC-EOF TO TRUE
                       NOT AT END
                           PERFORM 197-LOAD-ONE-ELECTION
                   END-READ
               END-PERFORM
               CLOSE TAX-ELECT
           END-IF.
      *-----------------------------------------------------------------
       197-LOAD-ONE-ELECTION.
           IF ELC-EMP-ID = SPACES OR
              (ELC-FILING-STATUS NOT = 'S' AND
               ELC-FILING-STATUS NOT = 'M') OR
              ELC-FED-ALLOW NOT NUMERIC OR
              ELC-FED-EXTRA NOT NUMERIC OR
              ELC-ST-ALLOW NOT NUMERIC OR
              ELC-ST-EXTRA NOT NUMERIC
               DISPLAY 'INVALID TAX ELECTION RECORD IGNORED: ' ELC-REC
           ELSE
               IF WS-ELC-COUNT < 5000
                   ADD 1 TO WS-ELC-COUNT
                   MOVE ELC-EMP-ID        TO WS-ET-EMP-ID
                                             (WS-ELC-COUNT)
                   MOVE ELC-FILING-STATUS TO WS-ET-FILING-STATUS
                                             (WS-ELC-COUNT)
                   MOVE ELC-FED-ALLOW     TO WS-ET-FED-ALLOW
                                             (WS-ELC-COUNT)
                   MOVE ELC-FED-EXTRA     TO WS-ET-FED-EXTRA
                                             (WS-ELC-COUNT)
                   MOVE ELC-STATE         TO WS-ET-STATE
                                             (WS-ELC-COUNT)
                   MOVE ELC-ST-ALLOW      TO WS-ET-ST-ALLOW
                                             (WS-ELC-COUNT)
                   MOVE ELC-ST-EXTRA      TO WS-ET-ST-EXTRA
                                             (WS-ELC-COUNT)
                   MOVE ELC-EXEMPT-FIT    TO WS-ET-EXEMPT-FIT
                                             (WS-ELC-COUNT)
                   MOVE ELC-EXEMPT-SIT    TO WS-ET-EXEMPT-SIT
                                             (WS-ELC-COUNT)
                   MOVE ELC-EXEMPT-FICA   TO WS-ET-EXEMPT-FICA
                                             (WS-ELC-COUNT)
               ELSE
                   DISPLAY 'TAX ELECTION TABLE FULL - CANNOT '
                           'CONTINUE: ' ELC-REC
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           MOVE WS-EMP-GROSS             TO WS-EMP-LN-GROSS.
           WRITE PR-RPT-REC              FROM WS-EMP-LN.

      * Pre-tax codes come off first so they reduce the wages the
      * taxes are figured on; taxes come next, then the after-tax
      * deductions out of what is left.
           MOVE WS-EMP-GROSS             TO WS-INC-WAGES.
           MOVE WS-EMP-GROSS             TO WS-FICA-WAGES.
           MOVE 'Y'                      TO WS-PASS-PRETAX-FLAG.
           PERFORM 512-APPLY-DED-PASS.

           IF WS-TAX-COUNT > ZERO
               PERFORM 540-CALC-WITHHOLDING
           END-IF.

           MOVE 'N'                      TO WS-PASS-PRETAX-FLAG.
           PERFORM 512-APPLY-DED-PASS.

           COMPUTE WS-EMP-NET = WS-EMP-GROSS - WS-EMP-DED-TOT.
           MOVE WS-EMP-NET               TO WS-NET-LN-AMT.
           ADD WS-EMP-DED-TOT            TO WS-DED-GRAND-TOT.
           ADD WS-EMP-NET                TO WS-NET-GRAND-TOT.
      *-----------------------------------------------------------------
      * One pass (pre-tax or after-tax) over the employee's active
      * deductions, court-ordered codes first, then benefit, then
      * voluntary, so that when net runs short it is the voluntary
      * codes that go unpaid.  A goal deduction drops out once its
      * goal is met.  Arrears still owed on a code the employee no
      * longer has active come last in the pass.
       512-APPLY-DED-PASS.
           PERFORM VARYING WS-PRI-PASS FROM 1 BY 1
                     UNTIL WS-PRI-PASS > 3
               PERFORM VARYING WS-DEDM-IDX FROM 1 BY 1
                         UNTIL WS-DEDM-IDX > WS-DEDM-COUNT
                   IF WS-DT-VALID (WS-DEDM-IDX) = 'Y' AND
                      WS-DT-EMP-ID (WS-DEDM-IDX) = YTD-EMP-ID AND
                      WS-DT-PRI-CLASS (WS-DEDM-IDX) = WS-PRI-PASS AND
                      WS-DT-START (WS-DEDM-IDX) <= WS-QTR-END AND
                      (WS-DT-STOP (WS-DEDM-IDX) = ZERO OR
                       WS-DT-STOP (WS-DEDM-IDX) >= WS-QTR-START) AND
                      (WS-DT-TYPE (WS-DEDM-IDX) NOT = 'G' OR
                       WS-DT-GOAL-TAKEN (WS-DEDM-IDX) <
                       WS-DT-GOAL-AMT (WS-DEDM-IDX))
                       MOVE WS-DT-CODE (WS-DEDM-IDX) TO WS-DED-CODE
                       PERFORM 525-CHECK-PRETAX
                       IF WS-PRETAX-FLAG = WS-PASS-PRETAX-FLAG
                           PERFORM 520-APPLY-ONE-DED
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-ARR-IDX FROM 1 BY 1
                     UNTIL WS-ARR-IDX > WS-ARR-COUNT
               IF WS-AR-EMP-ID (WS-ARR-IDX) = YTD-EMP-ID AND
                  WS-AR-SEEN (WS-ARR-IDX) = 'N' AND
                  WS-AR-AMT (WS-ARR-IDX) > ZERO
                   MOVE WS-AR-CODE (WS-ARR-IDX) TO WS-DED-CODE
                   PERFORM 525-CHECK-PRETAX
                   IF WS-PRETAX-FLAG = WS-PASS-PRETAX-FLAG
                       PERFORM 535-APPLY-ORPHAN-ARREARS
                   END-IF
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
      * Arrears on the code are recovered ahead of the quarter's own
      * deduction.  What net cannot cover is taken in part; the
      * shortfall goes to arrears (a goal deduction just carries its
      * balance on to the next installment instead).  Arrears and
      * current amount post as one detail record for the code.
       520-APPLY-ONE-DED.
           MOVE WS-DT-TYPE (WS-DEDM-IDX) TO WS-DED-TYPE.
           PERFORM 532-RECOVER-ARREARS.

           EVALUATE WS-DT-TYPE (WS-DEDM-IDX)
               WHEN 'P'
                   COMPUTE WS-DED-AMT ROUNDED =
                       WS-EMP-GROSS * WS-DT-RATE (WS-DEDM-IDX) / 100
               WHEN 'G'
                   COMPUTE WS-GOAL-LEFT =
                           WS-DT-GOAL-AMT (WS-DEDM-IDX) -
                           WS-DT-GOAL-TAKEN (WS-DEDM-IDX)
                   MOVE WS-DT-RATE (WS-DEDM-IDX) TO WS-DED-AMT
                   IF WS-DED-AMT > WS-GOAL-LEFT
                       MOVE WS-GOAL-LEFT TO WS-DED-AMT
                   END-IF
               WHEN OTHER
                   MOVE WS-DT-RATE (WS-DEDM-IDX) TO WS-DED-AMT
           END-EVALUATE.
           MOVE WS-DED-AMT TO WS-DED-DUE.

           MOVE SPACES TO WS-DED-LN-NOTE.
           COMPUTE WS-NET-AVAIL = WS-EMP-GROSS - WS-EMP-DED-TOT.
           IF WS-DED-DUE > WS-NET-AVAIL
               MOVE WS-NET-AVAIL TO WS-DED-AMT
               COMPUTE WS-DED-SHORT = WS-DED-DUE - WS-DED-AMT
               ADD 1 TO WS-DED-SKIP-CTR
               IF WS-DED-TYPE = 'G'
                   MOVE 'SHORT - GOAL CARRIES ON' TO WS-DED-LN-NOTE
               ELSE
                   PERFORM 536-CREATE-ARREARS
                   IF WS-DED-AMT = ZERO
                       MOVE 'SKIPPED - TO ARREARS' TO WS-DED-LN-NOTE
                   ELSE
                       MOVE 'PARTIAL - TO ARREARS' TO WS-DED-LN-NOTE
                   END-IF
               END-IF
           END-IF.
           ADD WS-DED-AMT TO WS-EMP-DED-TOT.
           IF WS-DED-TYPE = 'G'
               PERFORM 538-POST-GOAL
           END-IF.
           IF WS-PRETAX-DED AND WS-DED-LN-NOTE = SPACES
               MOVE 'PRE-TAX' TO WS-DED-LN-NOTE
           END-IF.

           MOVE WS-DED-CODE              TO WS-DED-LN-CODE.
           MOVE WS-DED-AMT               TO WS-DED-LN-AMT.
           WRITE PR-RPT-REC              FROM WS-DED-LN.
           PERFORM 534-POST-DED.
      *-----------------------------------------------------------------
       531-FIND-ARREARS.
           MOVE ZERO TO WS-ARR-SUB.
           IF WS-ARR-COUNT > ZERO
               SET WS-ARR-IDX TO 1
               SEARCH WS-ARR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ARR-IDX > WS-ARR-COUNT
                       CONTINUE
                   WHEN WS-AR-EMP-ID (WS-ARR-IDX) = YTD-EMP-ID AND
                        WS-AR-CODE (WS-ARR-IDX) = WS-DED-CODE
                       SET WS-ARR-SUB TO WS-ARR-IDX
               END-SEARCH
           END-IF.
      *-----------------------------------------------------------------
       532-RECOVER-ARREARS.
           MOVE ZERO TO WS-ARR-TAKE.
           PERFORM 531-FIND-ARREARS.
           IF WS-ARR-SUB > ZERO
               MOVE 'Y' TO WS-AR-SEEN (WS-ARR-SUB)
               IF WS-AR-AMT (WS-ARR-SUB) > ZERO
                   PERFORM 533-TAKE-ARREARS
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * As much of the arrears as net allows; the rest stays owed.
       533-TAKE-ARREARS.
           COMPUTE WS-NET-AVAIL = WS-EMP-GROSS - WS-EMP-DED-TOT.
           MOVE WS-AR-AMT (WS-ARR-SUB) TO WS-ARR-TAKE.
           IF WS-ARR-TAKE > WS-NET-AVAIL
               MOVE WS-NET-AVAIL TO WS-ARR-TAKE
           END-IF.
           IF WS-ARR-TAKE > ZERO
               SUBTRACT WS-ARR-TAKE FROM WS-AR-AMT (WS-ARR-SUB)
               ADD WS-ARR-TAKE      TO WS-EMP-DED-TOT
               ADD 1                TO WS-ARR-REC-CTR
               ADD WS-ARR-TAKE      TO WS-ARR-REC-TOT
               MOVE 'R'             TO WS-EVT-KEY-KIND
               MOVE WS-ARR-TAKE     TO WS-EVT-KEY-AMT
               PERFORM 539-ADD-EVENT
               MOVE WS-DED-CODE     TO WS-DED-LN-CODE
               MOVE WS-ARR-TAKE     TO WS-DED-LN-AMT
               IF WS-AR-AMT (WS-ARR-SUB) > ZERO
                   MOVE 'ARREARS RECOVERED IN PART'
                        TO WS-DED-LN-NOTE
               ELSE
                   MOVE 'ARREARS RECOVERED' TO WS-DED-LN-NOTE
               END-IF
               WRITE PR-RPT-REC     FROM WS-DED-LN
           END-IF.
      *-----------------------------------------------------------------
      * Posts what was taken on the code this quarter (arrears plus
      * current) to the detail file and remittance, and takes a pre-
      * tax code off the wages it reduces.
       534-POST-DED.
           COMPUTE WS-DED-POST = WS-ARR-TAKE + WS-DED-AMT.
           IF WS-DED-POST > ZERO
               MOVE YTD-EMP-ID               TO NPD-EMP-ID
               MOVE WS-DED-CODE              TO NPD-CODE
               MOVE WS-DED-TYPE              TO NPD-TYPE
               MOVE WS-DED-POST              TO NPD-AMT
               WRITE NPD-REC
               MOVE WS-DED-CODE              TO WS-RMT-KEY-CODE
               PERFORM 530-ACCUM-REMIT
               IF WS-PRETAX-DED
                   IF WS-PRE-INC-FLAG = 'Y'
                       SUBTRACT WS-DED-POST FROM WS-INC-WAGES
                   END-IF
                   IF WS-PRE-FICA-FLAG = 'Y'
                       SUBTRACT WS-DED-POST FROM WS-FICA-WAGES
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * Arrears on a code with no deduction active for the quarter
      * (stopped, or its goal since met) are still owed.
       535-APPLY-ORPHAN-ARREARS.
           SET WS-ARR-SUB TO WS-ARR-IDX.
           MOVE 'Y'                      TO WS-AR-SEEN (WS-ARR-SUB).
           MOVE WS-AR-TYPE (WS-ARR-SUB)  TO WS-DED-TYPE.
           MOVE ZERO                     TO WS-DED-AMT.
           PERFORM 533-TAKE-ARREARS.
           PERFORM 534-POST-DED.
      *-----------------------------------------------------------------
       536-CREATE-ARREARS.
           PERFORM 531-FIND-ARREARS.
           IF WS-ARR-SUB = ZERO
               IF WS-ARR-COUNT < 5000
                   ADD 1 TO WS-ARR-COUNT
                   MOVE WS-ARR-COUNT TO WS-ARR-SUB
                   MOVE YTD-EMP-ID   TO WS-AR-EMP-ID (WS-ARR-SUB)
                   MOVE WS-DED-CODE  TO WS-AR-CODE   (WS-ARR-SUB)
                   MOVE ZERO         TO WS-AR-AMT    (WS-ARR-SUB)
                   MOVE 'Y'          TO WS-AR-SEEN   (WS-ARR-SUB)
               ELSE
                   DISPLAY 'ARREARS TABLE FULL - CANNOT CONTINUE, '
                           'EMP ID: ' YTD-EMP-ID ' CODE: ' WS-DED-CODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE WS-DED-TYPE    TO WS-AR-TYPE (WS-ARR-SUB).
           ADD WS-DED-SHORT    TO WS-AR-AMT  (WS-ARR-SUB).
           ADD 1               TO WS-ARR-NEW-CTR.
           ADD WS-DED-SHORT    TO WS-ARR-NEW-TOT.
           MOVE 'C'            TO WS-EVT-KEY-KIND.
           MOVE WS-DED-SHORT   TO WS-EVT-KEY-AMT.
           PERFORM 539-ADD-EVENT.
      *-----------------------------------------------------------------
      * The installment goes on the goal balance with the quarter that
      * took it, unless a later quarter already moved the balance.
       538-POST-GOAL.
           IF WS-DT-GOAL-HOLD (WS-DEDM-IDX) = 'Y'
               IF WS-DED-LN-NOTE = SPACES
                   MOVE 'GOAL HELD - LATER QTR POSTED' TO WS-DED-LN-NOTE
               END-IF
           ELSE
               ADD WS-DED-AMT     TO WS-DT-GOAL-TAKEN (WS-DEDM-IDX)
               MOVE WS-RUN-QTR-KEY TO WS-DT-GOAL-QTR  (WS-DEDM-IDX)
               MOVE WS-DED-AMT     TO WS-DT-GOAL-LAST (WS-DEDM-IDX)
               SET WS-DEDM-CHANGED TO TRUE
               IF WS-DT-GOAL-TAKEN (WS-DEDM-IDX) NOT <
                  WS-DT-GOAL-AMT (WS-DEDM-IDX)
                   ADD 1 TO WS-GOAL-MET-CTR
                   ADD WS-DT-GOAL-AMT (WS-DEDM-IDX) TO WS-GOAL-MET-TOT
                   MOVE 'GOAL MET' TO WS-DED-LN-NOTE
                   MOVE 'G'        TO WS-EVT-KEY-KIND
                   MOVE WS-DT-GOAL-AMT (WS-DEDM-IDX) TO WS-EVT-KEY-AMT
                   PERFORM 539-ADD-EVENT
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       539-ADD-EVENT.
           IF WS-EVT-COUNT < 5000
               ADD 1 TO WS-EVT-COUNT
               MOVE WS-EVT-KEY-KIND TO WS-EV-KIND   (WS-EVT-COUNT)
               MOVE YTD-EMP-ID      TO WS-EV-EMP-ID (WS-EVT-COUNT)
               MOVE YTD-LNAME       TO WS-EV-LNAME  (WS-EVT-COUNT)
               MOVE WS-DED-CODE     TO WS-EV-CODE   (WS-EVT-COUNT)
               MOVE WS-EVT-KEY-AMT  TO WS-EV-AMT    (WS-EVT-COUNT)
           ELSE
               DISPLAY 'ARREARS/GOAL EVENT TABLE FULL - CANNOT '
                       'CONTINUE, EMP ID: ' YTD-EMP-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------
       530-ACCUM-REMIT.
           MOVE ZERO TO WS-REMIT-SUB.
           PERFORM VARYING WS-RMT-IDX FROM 1 BY 1
                     UNTIL WS-RMT-IDX > WS-REMIT-COUNT
               IF WS-RMT-CODE (WS-RMT-IDX) = WS-RMT-KEY-CODE
                   SET WS-REMIT-SUB TO WS-RMT-IDX
               END-IF
           END-PERFORM.
               IF WS-REMIT-COUNT < 100
                   ADD 1 TO WS-REMIT-COUNT
                   MOVE WS-REMIT-COUNT TO WS-REMIT-SUB
                   MOVE WS-RMT-KEY-CODE
                        TO WS-RMT-CODE (WS-REMIT-SUB)
                   MOVE ZERO TO WS-RMT-CNT (WS-REMIT-SUB)
                   MOVE ZERO TO WS-RMT-AMT (WS-REMIT-SUB)
               ELSE
                   DISPLAY 'REMITTANCE CODE TABLE FULL - CANNOT '
                           'CONTINUE, CODE: ' WS-RMT-KEY-CODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           ADD 1           TO WS-RMT-CNT (WS-REMIT-SUB).
           ADD WS-DED-POST TO WS-RMT-AMT (WS-REMIT-SUB).
      *-----------------------------------------------------------------
      * A deduction code listed as a PRE row on the tax table for the
      * run year is taken before tax.
       525-CHECK-PRETAX.
           MOVE 'N' TO WS-PRETAX-FLAG.
           MOVE 'N' TO WS-PRE-INC-FLAG.
           MOVE 'N' TO WS-PRE-FICA-FLAG.
           IF WS-PRE-COUNT > ZERO
               SET WS-PRE-IDX TO 1
               SEARCH WS-PRE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PRE-IDX > WS-PRE-COUNT
                       CONTINUE
                   WHEN WS-PRE-CODE (WS-PRE-IDX) = WS-DED-CODE
                       SET WS-PRETAX-DED TO TRUE
                       MOVE WS-PRE-INC-TAX (WS-PRE-IDX)
                            TO WS-PRE-INC-FLAG
                       MOVE WS-PRE-FICA (WS-PRE-IDX)
                            TO WS-PRE-FICA-FLAG
               END-SEARCH
           END-IF.
      *-----------------------------------------------------------------
      * Federal and state income tax, then OAS and Medicare, each
      * unless the employee's election claims exemption.  State tax
      * needs a state on the election.
       540-CALC-WITHHOLDING.
           PERFORM 545-FIND-ELECTION.

           IF WS-EC-EXEMPT-FIT NOT = 'Y'
               MOVE 'FIT'               TO WS-TAX-CODE
               MOVE 1                   TO WS-TXL-SUB
               MOVE SPACES              TO WS-TAX-STATE
               MOVE WS-EC-FED-ALLOW     TO WS-TAX-ALLOW
               MOVE WS-EC-FED-EXTRA     TO WS-TAX-EXTRA
               PERFORM 550-CALC-INCOME-TAX
           END-IF.

           IF WS-EC-EXEMPT-SIT NOT = 'Y' AND WS-EC-STATE NOT = SPACES
               MOVE 'SIT'               TO WS-TAX-CODE
               MOVE 2                   TO WS-TXL-SUB
               MOVE WS-EC-STATE         TO WS-TAX-STATE
               MOVE WS-EC-ST-ALLOW      TO WS-TAX-ALLOW
               MOVE WS-EC-ST-EXTRA      TO WS-TAX-EXTRA
               PERFORM 550-CALC-INCOME-TAX
           END-IF.

           IF WS-EC-EXEMPT-FICA NOT = 'Y'
               PERFORM 547-CALC-PRIOR-WAGES
               MOVE 'OAS'               TO WS-TAX-CODE
               MOVE 3                   TO WS-TXL-SUB
               PERFORM 560-CALC-FICA-TAX
               MOVE 'MED'               TO WS-TAX-CODE
               MOVE 4                   TO WS-TXL-SUB
               PERFORM 560-CALC-FICA-TAX
           END-IF.
      *-----------------------------------------------------------------
       545-FIND-ELECTION.
           MOVE 'N'    TO WS-ELC-FOUND-FLAG.
           MOVE 'S'    TO WS-EC-FILING-STATUS.
           MOVE ZERO   TO WS-EC-FED-ALLOW  WS-EC-FED-EXTRA
                          WS-EC-ST-ALLOW   WS-EC-ST-EXTRA.
           MOVE SPACES TO WS-EC-STATE.
           MOVE 'N'    TO WS-EC-EXEMPT-FIT WS-EC-EXEMPT-SIT
                          WS-EC-EXEMPT-FICA.
           IF WS-ELC-COUNT > ZERO
               SET WS-ELC-IDX TO 1
               SEARCH WS-ELC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ELC-IDX > WS-ELC-COUNT
                       CONTINUE
                   WHEN WS-ET-EMP-ID (WS-ELC-IDX) = YTD-EMP-ID
                       SET WS-ELC-FOUND TO TRUE
                       MOVE WS-ET-FILING-STATUS (WS-ELC-IDX)
                            TO WS-EC-FILING-STATUS
                       MOVE WS-ET-FED-ALLOW   (WS-ELC-IDX)
                            TO WS-EC-FED-ALLOW
                       MOVE WS-ET-FED-EXTRA   (WS-ELC-IDX)
                            TO WS-EC-FED-EXTRA
                       MOVE WS-ET-STATE       (WS-ELC-IDX)
                            TO WS-EC-STATE
                       MOVE WS-ET-ST-ALLOW    (WS-ELC-IDX)
                            TO WS-EC-ST-ALLOW
                       MOVE WS-ET-ST-EXTRA    (WS-ELC-IDX)
                            TO WS-EC-ST-EXTRA
                       MOVE WS-ET-EXEMPT-FIT  (WS-ELC-IDX)
                            TO WS-EC-EXEMPT-FIT
                       MOVE WS-ET-EXEMPT-SIT  (WS-ELC-IDX)
                            TO WS-EC-EXEMPT-SIT
                       MOVE WS-ET-EXEMPT-FICA (WS-ELC-IDX)
                            TO WS-EC-EXEMPT-FICA
               END-SEARCH
           END-IF.
           IF NOT WS-ELC-FOUND
               ADD 1 TO WS-NO-ELC-CTR
           END-IF.
      *-----------------------------------------------------------------
      * Wages the year's earlier quarters have already put against the
      * OAS wage base: YTD-TOTAL less this quarter and any later
      * quarter already on the master (a rerun of an earlier quarter
      * must not count wages paid after it).
       547-CALC-PRIOR-WAGES.
           MOVE YTD-TOTAL TO WS-PRIOR-WAGES.
           PERFORM VARYING WS-LATER-QTR FROM WS-QTR-NUM BY 1
                     UNTIL WS-LATER-QTR > 4
               SUBTRACT YTD-QTR-AMT (WS-LATER-QTR) FROM WS-PRIOR-WAGES
           END-PERFORM.
           IF WS-PRIOR-WAGES < ZERO
               MOVE ZERO TO WS-PRIOR-WAGES
           END-IF.
      *-----------------------------------------------------------------
      * Annualized percentage method: the quarter's income tax wages
      * times four, less the allowances, run through the brackets for
      * the tax type, filing status and state; a quarter of the
      * annual tax plus any extra the employee asked for is withheld.
      * A bracket runs from its floor up to the next higher floor
      * among the matching rows.
       550-CALC-INCOME-TAX.
           MOVE WS-EC-FILING-STATUS TO WS-TAX-FILING-STATUS.
           MOVE ZERO                TO WS-ALLOW-AMT WS-ANNUAL-TAX.
           MOVE 'N'                 TO WS-TAX-ROW-FLAG.
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                     UNTIL WS-TX-IDX > WS-TAX-COUNT
               PERFORM 552-CHECK-BRACKET-MATCH
               IF WS-TAX-ROW-FOUND AND WS-TX-FLOOR (WS-TX-IDX) = ZERO
                   MOVE WS-TX-ALLOW (WS-TX-IDX) TO WS-ALLOW-AMT
               END-IF
           END-PERFORM.
           COMPUTE WS-ANNUAL-WAGES = (WS-INC-WAGES * 4) -
                                     (WS-TAX-ALLOW * WS-ALLOW-AMT).
           IF WS-ANNUAL-WAGES < ZERO
               MOVE ZERO TO WS-ANNUAL-WAGES
           END-IF.
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                     UNTIL WS-TX-IDX > WS-TAX-COUNT
               PERFORM 552-CHECK-BRACKET-MATCH
               IF WS-TAX-ROW-FOUND AND
                  WS-ANNUAL-WAGES > WS-TX-FLOOR (WS-TX-IDX)
                   PERFORM 555-ADD-BRACKET-TAX
               END-IF
           END-PERFORM.
           COMPUTE WS-TAX-AMT ROUNDED = (WS-ANNUAL-TAX / 4) +
                                        WS-TAX-EXTRA.
           MOVE WS-INC-WAGES        TO WS-TAX-WAGES.
           MOVE ZERO                TO WS-TAX-ER-AMT.
           PERFORM 570-TAKE-TAX.
      *-----------------------------------------------------------------
       552-CHECK-BRACKET-MATCH.
           MOVE 'N' TO WS-TAX-ROW-FLAG.
           IF WS-TX-TYPE (WS-TX-IDX) = WS-TAX-CODE AND
              WS-TX-STATE (WS-TX-IDX) = WS-TAX-STATE AND
              (WS-TX-STATUS (WS-TX-IDX) = WS-TAX-FILING-STATUS OR
               WS-TX-STATUS (WS-TX-IDX) = SPACE)
               SET WS-TAX-ROW-FOUND TO TRUE
           END-IF.
      *-----------------------------------------------------------------
       555-ADD-BRACKET-TAX.
           MOVE WS-ANNUAL-WAGES TO WS-BRACKET-TOP.
           SET WS-TAX-SUB TO WS-TX-IDX.
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                     UNTIL WS-TX-IDX > WS-TAX-COUNT
               PERFORM 552-CHECK-BRACKET-MATCH
               IF WS-TAX-ROW-FOUND AND
                  WS-TX-FLOOR (WS-TX-IDX) > WS-TX-FLOOR (WS-TAX-SUB) AND
                  WS-TX-FLOOR (WS-TX-IDX) < WS-BRACKET-TOP
                   MOVE WS-TX-FLOOR (WS-TX-IDX) TO WS-BRACKET-TOP
               END-IF
           END-PERFORM.
           SET WS-TX-IDX TO WS-TAX-SUB.
           COMPUTE WS-BRACKET-WAGES =
                   WS-BRACKET-TOP - WS-TX-FLOOR (WS-TX-IDX).
           COMPUTE WS-ANNUAL-TAX ROUNDED = WS-ANNUAL-TAX +
                   (WS-BRACKET-WAGES * WS-TX-RATE (WS-TX-IDX) / 100).
      *-----------------------------------------------------------------
      * OAS and Medicare use the first row on the table for the year.
      * Only the part of this quarter's FICA wages still under the
      * annual wage base is taxed; the employer matches on the same
      * wages at the employer rate.
       560-CALC-FICA-TAX.
           MOVE 'N' TO WS-TAX-ROW-FLAG.
           SET WS-TX-IDX TO 1.
           SEARCH WS-TX-ENTRY
               AT END
                   CONTINUE
               WHEN WS-TX-IDX > WS-TAX-COUNT
                   CONTINUE
               WHEN WS-TX-TYPE (WS-TX-IDX) = WS-TAX-CODE
                   SET WS-TAX-ROW-FOUND TO TRUE
                   MOVE WS-TX-RATE    (WS-TX-IDX) TO WS-FICA-RATE
                   MOVE WS-TX-ER-RATE (WS-TX-IDX) TO WS-FICA-ER-RATE
                   MOVE WS-TX-BASE    (WS-TX-IDX) TO WS-FICA-BASE
           END-SEARCH.
           IF WS-TAX-ROW-FOUND
               MOVE WS-FICA-WAGES TO WS-TAX-WAGES
               IF WS-FICA-BASE > ZERO
                   COMPUTE WS-WAGE-ROOM = WS-FICA-BASE - WS-PRIOR-WAGES
                   IF WS-WAGE-ROOM < ZERO
                       MOVE ZERO TO WS-WAGE-ROOM
                   END-IF
                   IF WS-TAX-WAGES > WS-WAGE-ROOM
                       MOVE WS-WAGE-ROOM TO WS-TAX-WAGES
                   END-IF
               END-IF
               COMPUTE WS-TAX-AMT ROUNDED =
                       WS-TAX-WAGES * WS-FICA-RATE / 100
               COMPUTE WS-TAX-ER-AMT ROUNDED =
                       WS-TAX-WAGES * WS-FICA-ER-RATE / 100
               PERFORM 570-TAKE-TAX
           END-IF.
      *-----------------------------------------------------------------
      * Tax is withheld ahead of every after-tax deduction; only when
      * the pre-tax codes leave too little is it cut to what is left,
      * and the register flags it.  Each tax posts to the detail file
      * and remittance extract like any deduction (type T).
       570-TAKE-TAX.
           MOVE SPACES TO WS-TAX-NOTE.
           IF WS-TAX-AMT > WS-EMP-GROSS - WS-EMP-DED-TOT
               COMPUTE WS-TAX-AMT = WS-EMP-GROSS - WS-EMP-DED-TOT
               ADD 1 TO WS-TAX-SHORT-CTR
               MOVE 'SHORT - NO NET' TO WS-TAX-NOTE
           END-IF.
           ADD 1             TO WS-TXL-CNT   (WS-TXL-SUB).
           ADD WS-TAX-WAGES  TO WS-TXL-WAGES (WS-TXL-SUB).
           ADD WS-TAX-AMT    TO WS-TXL-EE    (WS-TXL-SUB).
           ADD WS-TAX-ER-AMT TO WS-TXL-ER    (WS-TXL-SUB).
           IF WS-TAX-AMT > ZERO
               ADD WS-TAX-AMT    TO WS-EMP-DED-TOT
               ADD WS-TAX-AMT    TO WS-TAX-GRAND-TOT
               MOVE YTD-EMP-ID   TO NPD-EMP-ID
               MOVE WS-TAX-CODE  TO NPD-CODE
               MOVE 'T'          TO NPD-TYPE
               MOVE WS-TAX-AMT   TO NPD-AMT
               WRITE NPD-REC
               MOVE WS-TAX-CODE  TO WS-RMT-KEY-CODE
               MOVE WS-TAX-AMT   TO WS-DED-POST
               PERFORM 530-ACCUM-REMIT
           END-IF.
           MOVE WS-TAX-CODE      TO WS-TAX-LN-CODE.
           MOVE WS-TAX-AMT       TO WS-TAX-LN-AMT.
           MOVE WS-TAX-WAGES     TO WS-TAX-LN-WAGES.
           MOVE WS-TAX-NOTE      TO WS-TAX-LN-NOTE.
           WRITE PR-RPT-REC      FROM WS-TAX-LN.
      *-----------------------------------------------------------------
      * Same header/detail/trailer shape as gl-posting.dat so the
      * receiving side can verify the batch by count and hash total.
           MOVE WS-RMT-CNT  (WS-RMT-IDX)   TO   WS-REMIT-LN-CNT.
           MOVE WS-RMT-AMT  (WS-RMT-IDX)   TO   WS-REMIT-LN-AMT.
           WRITE PR-RPT-REC                FROM WS-REMIT-LN.
      *-----------------------------------------------------------------
      * What the quarter's tax deposit and return are filed from:
      * employee withholding by tax, the employer's matching OAS and
      * Medicare on the same taxable wages, and the total due.
       650-TAX-LIABILITY.
           WRITE PR-RPT-REC                FROM WS-RPT-BLANK-LN.
           WRITE PR-RPT-REC                FROM WS-TAXL-HDG.
           WRITE PR-RPT-REC                FROM WS-TAXL-COL-HDG.
           MOVE ZERO TO WS-TXL-TOT-EE WS-TXL-TOT-ER.
           PERFORM VARYING WS-TXL-SUB FROM 1 BY 1
                     UNTIL WS-TXL-SUB > 4
               COMPUTE WS-TXL-DUE = WS-TXL-EE (WS-TXL-SUB) +
                                    WS-TXL-ER (WS-TXL-SUB)
               MOVE WS-TXL-CODE  (WS-TXL-SUB) TO WS-TAXL-LN-CODE
               MOVE WS-TXL-CNT   (WS-TXL-SUB) TO WS-TAXL-LN-CNT
               MOVE WS-TXL-WAGES (WS-TXL-SUB) TO WS-TAXL-LN-WAGES
               MOVE WS-TXL-EE    (WS-TXL-SUB) TO WS-TAXL-LN-EE
               MOVE WS-TXL-ER    (WS-TXL-SUB) TO WS-TAXL-LN-ER
               MOVE WS-TXL-DUE                TO WS-TAXL-LN-DUE
               WRITE PR-RPT-REC               FROM WS-TAXL-LN
               ADD WS-TXL-EE (WS-TXL-SUB)     TO WS-TXL-TOT-EE
               ADD WS-TXL-ER (WS-TXL-SUB)     TO WS-TXL-TOT-ER
           END-PERFORM.
           COMPUTE WS-TXL-DUE = WS-TXL-TOT-EE + WS-TXL-TOT-ER.
           MOVE WS-TXL-TOT-EE              TO   WS-TAXL-TOT-EE.
           MOVE WS-TXL-TOT-ER              TO   WS-TAXL-TOT-ER.
           MOVE WS-TXL-DUE                 TO   WS-TAXL-TOT-DUE.
           WRITE PR-RPT-REC                FROM WS-TAXL-TOT-LN.
      *-----------------------------------------------------------------
      * Finance works the shortfalls and completed loans from these
      * three lists rather than hunting the detail lines.
       660-ARREARS-REGISTER.
           MOVE 'ARREARS CREATED'          TO   WS-EVT-HDG-TEXT.
           MOVE 'C'                        TO   WS-EVT-KEY-KIND.
           PERFORM 665-EVENT-SECTION.
           MOVE 'ARREARS RECOVERED'        TO   WS-EVT-HDG-TEXT.
           MOVE 'R'                        TO   WS-EVT-KEY-KIND.
           PERFORM 665-EVENT-SECTION.
           MOVE 'GOALS COMPLETED'          TO   WS-EVT-HDG-TEXT.
           MOVE 'G'                        TO   WS-EVT-KEY-KIND.
           PERFORM 665-EVENT-SECTION.
      *-----------------------------------------------------------------
       665-EVENT-SECTION.
           WRITE PR-RPT-REC                FROM WS-RPT-BLANK-LN.
           WRITE PR-RPT-REC                FROM WS-EVT-HDG.
           WRITE PR-RPT-REC                FROM WS-EVT-COL-HDG.
           MOVE ZERO                       TO   WS-ARR-SUB.
           PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
                     UNTIL WS-EVT-IDX > WS-EVT-COUNT
               IF WS-EV-KIND (WS-EVT-IDX) = WS-EVT-KEY-KIND
                   MOVE WS-EV-EMP-ID (WS-EVT-IDX) TO WS-EVT-LN-ID
                   MOVE WS-EV-LNAME  (WS-EVT-IDX) TO WS-EVT-LN-LNAME
                   MOVE WS-EV-CODE   (WS-EVT-IDX) TO WS-EVT-LN-CODE
                   MOVE WS-EV-AMT    (WS-EVT-IDX) TO WS-EVT-LN-AMT
                   WRITE PR-RPT-REC  FROM WS-EVT-LN
                   ADD 1 TO WS-ARR-SUB
               END-IF
           END-PERFORM.
           IF WS-ARR-SUB = ZERO
               MOVE 'NONE'                 TO   WS-EVT-LN-LNAME
               MOVE SPACES                 TO   WS-EVT-LN-ID
                                                WS-EVT-LN-CODE
               MOVE ZERO                   TO   WS-EVT-LN-AMT
               WRITE PR-RPT-REC            FROM WS-EVT-LN
           END-IF.
      *-----------------------------------------------------------------
      * Everything still owed goes to this quarter's arrears file for
      * the next quarter's run.  The file is written even when empty
      * so the next run can tell nothing was owed.
       670-WRITE-ARREARS.
           OPEN OUTPUT ARREARS-OUT.
           PERFORM VARYING WS-ARR-IDX FROM 1 BY 1
                     UNTIL WS-ARR-IDX > WS-ARR-COUNT
               IF WS-AR-AMT (WS-ARR-IDX) > ZERO
                   MOVE WS-AR-EMP-ID (WS-ARR-IDX) TO ARR-OUT-EMP-ID
                   MOVE WS-AR-CODE   (WS-ARR-IDX) TO ARR-OUT-CODE
                   MOVE WS-AR-TYPE   (WS-ARR-IDX) TO ARR-OUT-TYPE
                   MOVE WS-AR-AMT    (WS-ARR-IDX) TO ARR-OUT-AMT
                   WRITE ARR-OUT-REC
                   ADD 1                          TO WS-ARR-OUT-CTR
                   ADD WS-AR-AMT (WS-ARR-IDX)     TO WS-ARR-OUT-TOT
               END-IF
           END-PERFORM.
           CLOSE ARREARS-OUT.
      *-----------------------------------------------------------------
      * Goal balances moved, so the master goes back out whole, in the
      * order it came in and with any rejected records as keyed.
       680-REWRITE-DED-MASTER.
           OPEN OUTPUT DED-MASTER.
           IF WS-DEDM-STATUS NOT = '00'
               DISPLAY 'DEDUCTION MASTER WILL NOT REWRITE - STATUS: '
                       WS-DEDM-STATUS ' - GOAL BALANCES NOT UPDATED'
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-DEDM-IDX FROM 1 BY 1
                         UNTIL WS-DEDM-IDX > WS-DEDM-COUNT
                   MOVE WS-DT-DATA (WS-DEDM-IDX) TO DEDM-REC
                   WRITE DEDM-REC
               END-PERFORM
               CLOSE DED-MASTER
           END-IF.
      *-----------------------------------------------------------------
       300-GET-SYS-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE      TO   WS-SYS-DATE.
           MOVE WS-EMP-PAID-CTR            TO   WS-TOT-COUNT.
           MOVE WS-NET-GRAND-TOT           TO   WS-TOT-AMT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
           MOVE 'DEDUCTIONS SHORT OF NET:  ' TO WS-TOT-LABEL.
           MOVE WS-DED-SKIP-CTR            TO   WS-TOT-COUNT.
           MOVE ZERO                       TO   WS-TOT-AMT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
           MOVE 'ARREARS CARRIED IN:       ' TO WS-TOT-LABEL.
           MOVE WS-ARR-IN-CTR              TO   WS-TOT-COUNT.
           MOVE WS-ARR-IN-TOT              TO   WS-TOT-AMT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
           MOVE 'ARREARS RECOVERED:        ' TO WS-TOT-LABEL.
           MOVE WS-ARR-REC-CTR             TO   WS-TOT-COUNT.
           MOVE WS-ARR-REC-TOT             TO   WS-TOT-AMT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
           MOVE 'ARREARS CREATED:          ' TO WS-TOT-LABEL.
           MOVE WS-ARR-NEW-CTR             TO   WS-TOT-COUNT.
           MOVE WS-ARR-NEW-TOT             TO   WS-TOT-AMT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
           MOVE 'ARREARS CARRIED FORWARD:  ' TO WS-TOT-LABEL.
           MOVE WS-ARR-OUT-CTR             TO   WS-TOT-COUNT.
           MOVE WS-ARR-OUT-TOT             TO   WS-TOT-AMT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
           MOVE 'GOALS COMPLETED:          ' TO WS-TOT-LABEL.
           MOVE WS-GOAL-MET-CTR            TO   WS-TOT-COUNT.
           MOVE WS-GOAL-MET-TOT            TO   WS-TOT-AMT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
           MOVE 'TOTAL TAXES WITHHELD:     ' TO WS-TOT-LABEL.
           MOVE WS-EMP-PAID-CTR            TO   WS-TOT-COUNT.
           MOVE WS-TAX-GRAND-TOT           TO   WS-TOT-AMT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
           MOVE 'TAXES CUT SHORT BY NET:   ' TO WS-TOT-LABEL.
           MOVE WS-TAX-SHORT-CTR           TO   WS-TOT-COUNT.
           MOVE ZERO                       TO   WS-TOT-AMT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
           MOVE 'NO W/H ELECTION ON FILE:  ' TO WS-TOT-LABEL.
           MOVE WS-NO-ELC-CTR              TO   WS-TOT-COUNT.
           MOVE ZERO                       TO   WS-TOT-AMT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
      *-----------------------------------------------------------------
      * End-of-job evidence for the operations summary: one structured
      * record appended to the shared batch run log.

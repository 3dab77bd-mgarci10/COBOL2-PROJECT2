      ******************************************************************
      *PROGRAM : PROJECT 2   YEAR-END W-2 WAGE AND TAX STATEMENTS     *
      *AUTHOR  : Mario Garcia                                         *
      *DATE    : 10/15/2026                                           *
      *ABSTRACT: Prints one W-2 style wage and tax statement per      *
      *          employee for a year whose four quarters run-control  *
      *          shows posted, and writes the fixed-format electronic *
      *          wage file (submitter header, one record per          *
      *          employee, totals trailer).  Gross is YTD-TOTAL, from *
      *          YTD-MST while it still holds the year, else from the *
      *          history GARCIA-P02-CLOSE archived.  Withholding and  *
      *          the pre-tax reductions to taxable wages come from    *
      *          the four quarters' GARCIA-P02-NETPAY deduction       *
      *          detail; SSN and address from employee-master.dat.    *
      *          Every statement issued is kept on w2-issued.dat so   *
      *          that after GARCIA-P02-ADJUST touches the year one    *
      *          employee's corrected statement can be printed, prior *
      *          and corrected amounts side by side.  Run parm:       *
      *            yyyy                  all statements + wage file   *
      *            yyyy CORRECT nnnn     corrected statement for one  *
      *                                  employee                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARCIA-P02-W2.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YTD-MST ASSIGN TO 'ytd-master.dat'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS SEQUENTIAL
                          RECORD KEY IS YTD-EMP-ID
                          FILE STATUS IS WS-YTD-STATUS.

           SELECT YTD-HIST ASSIGN TO 'ytd-history.dat'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS SEQUENTIAL
                          RECORD KEY IS HIST-KEY
                          FILE STATUS IS WS-HIST-STATUS.

           SELECT EMPL-MST ASSIGN TO 'employee-master.dat'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS RANDOM
                          RECORD KEY IS EMPL-ID
                          FILE STATUS IS WS-EMPL-STATUS.

           SELECT NPD-IN  ASSIGN DYNAMIC WS-NPD-IN-FILENAME
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-NPD-STATUS.

           SELECT TAX-TABLE ASSIGN TO 'tax-table.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-TAX-STATUS.

           SELECT TAX-ELECT ASSIGN TO 'tax-election.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-ELC-STATUS.

           SELECT W2-EMPLOYER ASSIGN TO 'w2-employer.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-ER-STATUS.

           SELECT W2-ISSUED ASSIGN TO 'w2-issued.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-ISS-STATUS.

           SELECT W2-WAGE-FILE ASSIGN DYNAMIC WS-W2F-FILENAME
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-W2F-STATUS.

           SELECT PR-RPT  ASSIGN TO 'LNAME-p02-w2.rpt'
                          ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL ASSIGN TO 'run-control.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-RUNCTL-STATUS.

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

       FD  YTD-HIST.
       01  HIST-REC.
           03  HIST-KEY.
               05  HIST-YEAR               PIC 9999.
               05  HIST-EMP-ID             PIC X(4).
           03  HIST-DEPT                   PIC 99.
           03  HIST-LNAME                  PIC X(15).
           03  HIST-FNAME                  PIC X(15).
           03  HIST-QTR-AMT                PIC 9(6)V99 OCCURS 4 TIMES.
           03  HIST-QTR-DEPT               PIC 99      OCCURS 4 TIMES.
           03  HIST-TOTAL                  PIC 9(7)V99.

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

       FD  NPD-IN.
       01  NPD-REC.
           03  NPD-EMP-ID                  PIC X(4).
           03  NPD-CODE                    PIC X(3).
           03  NPD-TYPE                    PIC X.
           03  NPD-AMT                     PIC 9(6)V99.

      * Same layout GARCIA-P02-NETPAY withholds from; here only the
      * PRE rows (which deduction codes reduce taxable wages) and the
      * OAS wage base are used.
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

      * One hand-maintained record: the employer as it is to appear on
      * every statement and on the wage file submitter header.
       FD  W2-EMPLOYER.
       01  ER-REC.
           03  ER-EIN                      PIC X(9).
           03  ER-NAME                     PIC X(30).
           03  ER-STREET                   PIC X(30).
           03  ER-CITY                     PIC X(20).
           03  ER-STATE                    PIC XX.
           03  ER-ZIP                      PIC X(9).
           03  ER-STATE-ID                 PIC X(15).

      * Append-only record of every statement issued: kind O for an
      * original, C for a corrected statement.  The last record for a
      * year and employee is what that employee was last told.  Box
      * amounts in the order of WS-BOX-ENTRY.
       FD  W2-ISSUED.
       01  ISS-REC.
           03  ISS-YEAR                    PIC 9999.
           03  ISS-EMP-ID                  PIC X(4).
           03  ISS-KIND                    PIC X.
           03  ISS-STAMP                   PIC X(14).
           03  ISS-STATE                   PIC XX.
           03  ISS-BOX-AMT                 PIC 9(9)V99 OCCURS 8 TIMES.

      * Header H (submitter), one D per employee, trailer T with the
      * record count and the total of every amount field.
       FD  W2-WAGE-FILE.
       01  W2F-REC                         PIC X(200).

       FD  PR-RPT.
       01  PR-RPT-REC                      PIC X(80).

       FD  RUN-CONTROL.
       01  RC-REC.
           03  RC-QTR                      PIC 9.
           03  RC-YEAR                     PIC 9999.
           03  RC-STATUS                   PIC X(11).
           03  RC-INPUT-FILENAME           PIC X(30).
           03  RC-STAMP                    PIC X(14).

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
       01  WS-NPD-IN-FILENAME              PIC X(30)   VALUE SPACES.
       01  WS-W2F-FILENAME                 PIC X(30)   VALUE SPACES.
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
           03  WS-PARM-STRING               PIC X(24)   VALUE SPACES.
           03  WS-PARM-TOK1                 PIC X(7)    VALUE SPACES.
           03  WS-PARM-TOK2                 PIC X(7)    VALUE SPACES.
           03  WS-PARM-TOK3                 PIC X(7)    VALUE SPACES.
       01  WS-RUN-YEAR                      PIC 9999    VALUE ZERO.
       01  WS-MODE                          PIC X       VALUE 'O'.
           88  WS-MODE-ORIGINAL                         VALUE 'O'.
           88  WS-MODE-CORRECT                          VALUE 'C'.
       01  WS-SEL-EMP-ID                    PIC X(4)    VALUE SPACES.

       01  WS-RUNCTL-STATUS                 PIC XX      VALUE SPACES.
       01  WS-RLOG-STATUS                   PIC XX      VALUE SPACES.
       01  WS-RLOG-RESULT                   PIC X(14)   VALUE 'N/A'.
       01  WS-RLOG-INPUT                    PIC X(30)   VALUE
           'ytd-master.dat'.
       01  WS-RUNCTL-EOF-FLAG               PIC X       VALUE 'N'.
           88  WS-RUNCTL-EOF                            VALUE 'Y'.
       01  WS-POSTED-QTR-CTR                PIC 9       VALUE ZERO.
      * Latest run-control status per quarter of the W-2 year (last
      * record on file for a quarter wins).
       01  WS-QTR-STATUS-TABLE.
           03  WS-QTR-STATUS                PIC X(11)  OCCURS 4 TIMES.

       01  WS-RPT-TITLE-LN.
           03  FILLER      PIC X(28) VALUE "P02-MARIO'S SOLUTION".
           03  WS-RPT-YEAR-LBL             PIC X(42).
           03  WS-RPT-DATE-TIME.
               05  WS-RPT-MO               PIC 99.
               05  FILLER                  PIC X     VALUE '/'.
               05  WS-RPT-DAY              PIC 99.
               05  FILLER                  PIC X     VALUE '/'.
               05  WS-RPT-YR               PIC 9999.

       01  WS-RPT-BLANK-LN                 PIC X(80) VALUE SPACES.
       01  WS-FORM-HDG-LN.
           03  FILLER                      PIC X(8)  VALUE SPACES.
           03  WS-FORM-HDG-TEXT            PIC X(42).
           03  FILLER                      PIC X(5)  VALUE 'YEAR '.
           03  WS-FORM-HDG-YEAR            PIC 9999.
           03  FILLER                      PIC X(21) VALUE SPACES.
       01  WS-FORM-EIN-LN.
           03  FILLER                      PIC X(24) VALUE
               '  EMPLOYER ID NUMBER  : '.
           03  WS-FORM-EIN                 PIC X(10).
           03  FILLER                      PIC X(46) VALUE SPACES.
       01  WS-FORM-SSN-LN.
           03  FILLER                      PIC X(24) VALUE
               '  EMPLOYEE SSN        : '.
           03  WS-FORM-SSN                 PIC X(11).
           03  FILLER                      PIC X(6)  VALUE '   ID '.
           03  WS-FORM-EMP-ID              PIC X(4).
           03  FILLER                      PIC X(35) VALUE SPACES.
       01  WS-FORM-NAME-LN.
           03  FILLER                      PIC X(24) VALUE SPACES.
           03  WS-FORM-NAME                PIC X(31).
           03  FILLER                      PIC X(25) VALUE SPACES.
       01  WS-FORM-LBL-LN.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  WS-FORM-LBL                 PIC X(22).
           03  FILLER                      PIC X(56) VALUE SPACES.
       01  WS-FORM-ADDR-LN.
           03  FILLER                      PIC X(24) VALUE SPACES.
           03  WS-FORM-ADDR                PIC X(56).
       01  WS-FORM-STATE-LN.
           03  FILLER                      PIC X(34) VALUE
               '  15 STATE / EMPLOYER STATE ID'.
           03  WS-FORM-STATE               PIC XX.
           03  FILLER                      PIC X(3)  VALUE ' / '.
           03  WS-FORM-STATE-ID            PIC X(15).
           03  FILLER                      PIC X(26) VALUE SPACES.
       01  WS-FORM-COL-HDG.
           03  FILLER                      PIC X(38) VALUE '  BOX'.
           03  FILLER                      PIC X(16) VALUE
               'PREVIOUSLY'.
           03  FILLER                      PIC X(26) VALUE
               'CORRECTED'.
       01  WS-FORM-COL-HDG2.
           03  FILLER                      PIC X(40) VALUE SPACES.
           03  FILLER                      PIC X(40) VALUE
               'REPORTED'.
       01  WS-FORM-BOX-LN.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  WS-FORM-BOX-NUM             PIC X(3).
           03  WS-FORM-BOX-LBL             PIC X(31).
           03  WS-FORM-BOX-AMT             PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(30) VALUE SPACES.
       01  WS-FORM-CBOX-LN.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  WS-FORM-CBOX-NUM            PIC X(3).
           03  WS-FORM-CBOX-LBL            PIC X(29).
           03  WS-FORM-CBOX-PRIOR          PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                      PIC X     VALUE SPACES.
           03  WS-FORM-CBOX-AMT            PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(17) VALUE SPACES.
       01  WS-FORM-NOTE-LN.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  WS-FORM-NOTE                PIC X(78).

       01  WS-CTL-HDG-LN.
           03  FILLER                      PIC X(30) VALUE
               '  W-2 CONTROL TOTALS - MUST AG'.
           03  FILLER                      PIC X(50) VALUE
               'REE WITH THE WAGE FILE TRAILER'.
       01  WS-TOT-LN.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  WS-TOT-LABEL                PIC X(34).
           03  WS-TOT-COUNT                PIC ZZZZ9.
           03  FILLER                      PIC X(39) VALUE SPACES.
       01  WS-TOT-AMT-LN.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  WS-TOT-AMT-NUM              PIC X(3).
           03  WS-TOT-AMT-LABEL            PIC X(31).
           03  WS-TOT-AMT                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(27) VALUE SPACES.
       01  WS-EXC-HDG-LN.
           03  FILLER                      PIC X(30) VALUE
               '  EXCEPTIONS - STATEMENT PRINT'.
           03  FILLER                      PIC X(50) VALUE
               'ED, CORRECT THE EMPLOYEE MASTER AND RERUN'.
       01  WS-EXC-LN.
           03  FILLER                      PIC X(4)  VALUE SPACES.
           03  WS-EXC-LN-ID                PIC X(4).
           03  FILLER                      PIC XX    VALUE SPACES.
           03  WS-EXC-LN-REASON            PIC X(40).
           03  FILLER                      PIC X(30) VALUE SPACES.

      * Wage file record views, moved whole to W2F-REC.
       01  WS-W2F-HDR.
           03  WS-W2F-H-TYPE               PIC X       VALUE 'H'.
           03  WS-W2F-H-YEAR               PIC 9999.
           03  WS-W2F-H-EIN                PIC X(9).
           03  WS-W2F-H-NAME               PIC X(30).
           03  WS-W2F-H-STREET             PIC X(30).
           03  WS-W2F-H-CITY               PIC X(20).
           03  WS-W2F-H-STATE              PIC XX.
           03  WS-W2F-H-ZIP                PIC X(9).
           03  WS-W2F-H-STATE-ID           PIC X(15).
           03  WS-W2F-H-DATE               PIC 9(8).
           03  FILLER                      PIC X(72)   VALUE SPACES.
       01  WS-W2F-DTL.
           03  WS-W2F-D-TYPE               PIC X       VALUE 'D'.
           03  WS-W2F-D-SSN                PIC X(9).
           03  WS-W2F-D-EMP-ID             PIC X(4).
           03  WS-W2F-D-LNAME              PIC X(15).
           03  WS-W2F-D-FNAME              PIC X(15).
           03  WS-W2F-D-STREET             PIC X(30).
           03  WS-W2F-D-CITY               PIC X(20).
           03  WS-W2F-D-STATE              PIC XX.
           03  WS-W2F-D-ZIP                PIC X(9).
           03  WS-W2F-D-ST-CODE            PIC XX.
           03  WS-W2F-D-AMT                PIC 9(9)V99 OCCURS 8 TIMES.
           03  FILLER                      PIC X(5)    VALUE SPACES.
       01  WS-W2F-TRL.
           03  WS-W2F-T-TYPE               PIC X       VALUE 'T'.
           03  WS-W2F-T-CNT                PIC 9(7).
           03  WS-W2F-T-AMT                PIC 9(11)V99 OCCURS 8 TIMES.
           03  FILLER                      PIC X(88)   VALUE SPACES.

       01  WS-FLAGS.
           03  WS-YTD-EOF-FLAG             PIC X      VALUE 'N'.
               88  WS-YTD-EOF                          VALUE 'Y'.
           03  WS-HIST-EOF-FLAG            PIC X      VALUE 'N'.
               88  WS-HIST-EOF                         VALUE 'Y'.
           03  WS-NPD-EOF-FLAG             PIC X      VALUE 'N'.
               88  WS-NPD-EOF                          VALUE 'Y'.
           03  WS-TAX-EOF-FLAG             PIC X      VALUE 'N'.
               88  WS-TAX-EOF                          VALUE 'Y'.
           03  WS-ELC-EOF-FLAG             PIC X      VALUE 'N'.
               88  WS-ELC-EOF                          VALUE 'Y'.
           03  WS-ISS-EOF-FLAG             PIC X      VALUE 'N'.
               88  WS-ISS-EOF                          VALUE 'Y'.
           03  WS-SOURCE-FLAG              PIC X      VALUE 'M'.
               88  WS-SOURCE-MASTER                    VALUE 'M'.
               88  WS-SOURCE-HISTORY                   VALUE 'H'.
           03  WS-PRIOR-FOUND-FLAG         PIC X      VALUE 'N'.
               88  WS-PRIOR-FOUND                      VALUE 'Y'.
           03  WS-EMPL-FOUND-FLAG          PIC X      VALUE 'N'.
               88  WS-EMPL-FOUND                       VALUE 'Y'.
           03  WS-BOX-CHANGED-FLAG         PIC X      VALUE 'N'.
               88  WS-BOX-CHANGED                      VALUE 'Y'.

       01  WS-YTD-STATUS                   PIC XX     VALUE SPACES.
       01  WS-HIST-STATUS                  PIC XX     VALUE SPACES.
       01  WS-EMPL-STATUS                  PIC XX     VALUE SPACES.
       01  WS-NPD-STATUS                   PIC XX     VALUE SPACES.
       01  WS-TAX-STATUS                   PIC XX     VALUE SPACES.
       01  WS-ELC-STATUS                   PIC XX     VALUE SPACES.
       01  WS-ER-STATUS                    PIC XX     VALUE SPACES.
       01  WS-ISS-STATUS                   PIC XX     VALUE SPACES.
       01  WS-W2F-STATUS                   PIC XX     VALUE SPACES.

       01  WS-W2-CTRS.
           03  WS-EMP-READ-CTR             PIC 9(5)   VALUE ZERO.
           03  WS-STMT-CTR                 PIC 9(5)   VALUE ZERO.
           03  WS-EXC-CTR                  PIC 9(5)   VALUE ZERO.
           03  WS-NPD-READ-CTR             PIC 9(7)   VALUE ZERO.
           03  WS-ISSUED-YR-CTR            PIC 9(5)   VALUE ZERO.
       01  WS-QTR-SUB                      PIC 9      VALUE ZERO.
       01  WS-BOX-SUB                      PIC 9      VALUE ZERO.
       01  WS-EXC-SUB                      PIC 999    VALUE ZERO.

      * The employee whose statement is being built, from YTD-MST or
      * from history, whichever holds the year.
       01  WS-W2-EMP.
           03  WS-W2-EMP-ID                PIC X(4).
           03  WS-W2-LNAME                 PIC X(15).
           03  WS-W2-FNAME                 PIC X(15).
           03  WS-W2-GROSS                 PIC 9(7)V99.
       01  WS-W2-STATE                     PIC XX     VALUE SPACES.
       01  WS-PRIOR-STATE                  PIC XX     VALUE SPACES.
       01  WS-W2-WORK.
           03  WS-W2-INC-RED               PIC 9(7)V99 VALUE ZERO.
           03  WS-W2-FICA-RED              PIC 9(7)V99 VALUE ZERO.
           03  WS-W2-FIT                   PIC 9(7)V99 VALUE ZERO.
           03  WS-W2-SIT                   PIC 9(7)V99 VALUE ZERO.
           03  WS-W2-OAS                   PIC 9(7)V99 VALUE ZERO.
           03  WS-W2-MED                   PIC 9(7)V99 VALUE ZERO.
       01  WS-OAS-WAGE-BASE                PIC 9(7)V99 VALUE ZERO.
       01  WS-SSN-EDIT.
           03  WS-SSN-EDIT-1               PIC X(3).
           03  FILLER                      PIC X      VALUE '-'.
           03  WS-SSN-EDIT-2               PIC XX.
           03  FILLER                      PIC X      VALUE '-'.
           03  WS-SSN-EDIT-3               PIC X(4).
       01  WS-EIN-EDIT.
           03  WS-EIN-EDIT-1               PIC XX.
           03  FILLER                      PIC X      VALUE '-'.
           03  WS-EIN-EDIT-2               PIC X(7).

      * Statement boxes: number, label, current amount and - on a
      * corrected statement - the amount last reported.
       01  WS-BOX-LBL-X.
           03  FILLER                      PIC X(3)  VALUE '1  '.
           03  FILLER                      PIC X(31) VALUE
               'WAGES, TIPS, OTHER COMP'.
           03  FILLER                      PIC X(3)  VALUE '2  '.
           03  FILLER                      PIC X(31) VALUE
               'FEDERAL INCOME TAX WITHHELD'.
           03  FILLER                      PIC X(3)  VALUE '3  '.
           03  FILLER                      PIC X(31) VALUE
               'SOCIAL SECURITY WAGES'.
           03  FILLER                      PIC X(3)  VALUE '4  '.
           03  FILLER                      PIC X(31) VALUE
               'SOCIAL SECURITY TAX WITHHELD'.
           03  FILLER                      PIC X(3)  VALUE '5  '.
           03  FILLER                      PIC X(31) VALUE
               'MEDICARE WAGES AND TIPS'.
           03  FILLER                      PIC X(3)  VALUE '6  '.
           03  FILLER                      PIC X(31) VALUE
               'MEDICARE TAX WITHHELD'.
           03  FILLER                      PIC X(3)  VALUE '16 '.
           03  FILLER                      PIC X(31) VALUE
               'STATE WAGES, TIPS, ETC.'.
           03  FILLER                      PIC X(3)  VALUE '17 '.
           03  FILLER                      PIC X(31) VALUE
               'STATE INCOME TAX'.
       01  WS-BOX-LBL-TABLE REDEFINES WS-BOX-LBL-X.
           03  WS-BOX-LBL-ENTRY  OCCURS 8 TIMES.
               05  WS-BOX-NUM              PIC X(3).
               05  WS-BOX-LBL              PIC X(31).
       01  WS-BOX-TABLE.
           03  WS-BOX-ENTRY  OCCURS 8 TIMES.
               05  WS-BOX-AMT              PIC 9(9)V99.
               05  WS-BOX-PRIOR            PIC 9(9)V99.
               05  WS-BOX-TOT              PIC 9(11)V99.

      * Withholding and pre-tax reductions for the year, one entry per
      * employee, summed over the four quarters' deduction detail.
       01  WS-ACC-COUNT                    PIC 9(5)   VALUE ZERO.
       01  WS-ACC-TABLE.
           03  WS-ACC-ENTRY  OCCURS 5000 TIMES
                             INDEXED BY WS-ACC-IDX.
               05  WS-ACC-EMP-ID           PIC X(4).
               05  WS-ACC-INC-RED          PIC 9(7)V99.
               05  WS-ACC-FICA-RED         PIC 9(7)V99.
               05  WS-ACC-FIT              PIC 9(7)V99.
               05  WS-ACC-SIT              PIC 9(7)V99.
               05  WS-ACC-OAS              PIC 9(7)V99.
               05  WS-ACC-MED              PIC 9(7)V99.
       01  WS-ACC-FOUND-FLAG               PIC X      VALUE 'N'.
           88  WS-ACC-FOUND                           VALUE 'Y'.

       01  WS-PRE-COUNT                    PIC 999    VALUE ZERO.
       01  WS-PRE-TABLE.
           03  WS-PRE-ENTRY  OCCURS 100 TIMES
                             INDEXED BY WS-PRE-IDX.
               05  WS-PRE-CODE             PIC X(3).
               05  WS-PRE-INC-TAX          PIC X.
               05  WS-PRE-FICA             PIC X.

       01  WS-ELC-COUNT                    PIC 9(5)   VALUE ZERO.
       01  WS-ELC-TABLE.
           03  WS-ELC-ENTRY  OCCURS 5000 TIMES
                             INDEXED BY WS-ELC-IDX.
               05  WS-ET-EMP-ID            PIC X(4).
               05  WS-ET-STATE             PIC XX.

       01  WS-EXC-COUNT                    PIC 999    VALUE ZERO.
       01  WS-EXC-REASON                   PIC X(40)  VALUE SPACES.
       01  WS-EXC-TABLE.
           03  WS-EXC-ENTRY  OCCURS 500 TIMES.
               05  WS-EXC-EMP-ID           PIC X(4).
               05  WS-EXC-TEXT             PIC X(40).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           INITIALIZE WS-BOX-TABLE.
           PERFORM 110-GET-RUN-PARM.
           PERFORM 300-GET-SYS-DATE-TIME.
           PERFORM 140-CHECK-PREREQ.
           PERFORM 150-LOAD-EMPLOYER.
           PERFORM 155-LOAD-ISSUED.
           PERFORM 160-LOAD-TAX-TABLE.
           PERFORM 165-LOAD-ELECTIONS.
           PERFORM 170-ACCUM-NETPAY-DED.
           PERFORM 185-OPEN-EMPL-MST.
           OPEN OUTPUT PR-RPT.
           OPEN EXTEND W2-ISSUED.
           IF WS-ISS-STATUS = '35'
               OPEN OUTPUT W2-ISSUED
           END-IF.
           IF WS-MODE-ORIGINAL
               PERFORM 600-OPEN-WAGE-FILE
           END-IF.
           PERFORM 500-PRINT-STATEMENTS.
           IF WS-MODE-ORIGINAL
               PERFORM 650-CLOSE-WAGE-FILE
           END-IF.
           PERFORM 700-RPT-END.
           CLOSE EMPL-MST.
           CLOSE W2-ISSUED.
           CLOSE PR-RPT.
           DISPLAY 'PROJECT 2 YEAR-END W-2 - MARIO GARCIA'.
           DISPLAY 'EMPLOYEES READ:     ', WS-EMP-READ-CTR.
           DISPLAY 'STATEMENTS PRINTED: ', WS-STMT-CTR.
           DISPLAY 'EXCEPTIONS:         ', WS-EXC-CTR.
           PERFORM 900-WRITE-RUN-LOG.
           STOP RUN.
      *-----------------------------------------------------------------
       110-GET-RUN-PARM.
           MOVE SPACES TO WS-PARM-STRING.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
           IF WS-PARM-STRING = SPACES
               DISPLAY 'W-2 YEAR IS A REQUIRED RUN PARM, E.G. 2026 OR '
                       '2026 CORRECT 1001'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           UNSTRING WS-PARM-STRING DELIMITED BY SPACE
               INTO WS-PARM-TOK1 WS-PARM-TOK2 WS-PARM-TOK3
           END-UNSTRING.
           MOVE WS-PARM-TOK1 (1:4)     TO WS-RUN-YEAR.
           IF WS-RUN-YEAR NOT NUMERIC OR
              WS-RUN-YEAR < 1900 OR WS-RUN-YEAR > 2099
               DISPLAY 'INVALID YEAR IN RUN PARM: ' WS-PARM-STRING
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           EVALUATE TRUE
               WHEN WS-PARM-TOK2 = SPACES
                   SET WS-MODE-ORIGINAL TO TRUE
               WHEN WS-PARM-TOK2 = 'CORRECT' AND
                    WS-PARM-TOK3 NOT = SPACES
                   SET WS-MODE-CORRECT TO TRUE
                   MOVE WS-PARM-TOK3 (1:4) TO WS-SEL-EMP-ID
               WHEN OTHER
                   DISPLAY 'INVALID RUN PARM: ' WS-PARM-STRING
                   DISPLAY 'USE yyyy, OR yyyy CORRECT nnnn FOR ONE '
                           'CORRECTED STATEMENT'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 120-BUILD-FILENAMES.
           PERFORM 130-BUILD-YEAR-LABEL.
      *-----------------------------------------------------------------
       120-BUILD-FILENAMES.
           MOVE SPACES TO WS-W2F-FILENAME.
           STRING 'w2-wages-' WS-RUN-YEAR '.dat' DELIMITED BY SIZE
                  INTO WS-W2F-FILENAME
           END-STRING.
      *-----------------------------------------------------------------
       125-BUILD-NPD-FILENAME.
           MOVE SPACES TO WS-NPD-IN-FILENAME.
           STRING 'netpay-ded-q' FUNCTION TRIM(WS-QTR-SUB)
                  '-' WS-RUN-YEAR '.dat' DELIMITED BY SIZE
                  INTO WS-NPD-IN-FILENAME
           END-STRING.
      *-----------------------------------------------------------------
       130-BUILD-YEAR-LABEL.
           MOVE SPACES TO WS-RPT-YEAR-LBL.
           IF WS-MODE-CORRECT
               STRING WS-RUN-YEAR ' CORRECTED W-2 EMP ' WS-SEL-EMP-ID
                      DELIMITED BY SIZE
                      INTO WS-RPT-YEAR-LBL
               END-STRING
           ELSE
               STRING WS-RUN-YEAR ' W-2 WAGE AND TAX STATEMENTS'
                      DELIMITED BY SIZE
                      INTO WS-RPT-YEAR-LBL
               END-STRING
           END-IF.
      *-----------------------------------------------------------------
      * W-2s only go out for a year whose four quarters run-control
      * shows posted (COMPLETE, or COMPLETE-then-ADJUSTED) - the same
      * rule GARCIA-P02-CLOSE holds the year to.  No override: a W-2
      * from a short year is a filing error, not a warning.  Refusals
      * land on the run log so the operations summary shows them.
       140-CHECK-PREREQ.
           PERFORM 145-LOAD-QTR-STATUS.
           IF WS-POSTED-QTR-CTR < 4
               DISPLAY 'ONLY ' WS-POSTED-QTR-CTR ' QUARTER(S) OF '
                       WS-RUN-YEAR ' ARE POSTED COMPLETE ON '
                       'RUN-CONTROL - W-2 REFUSED'
               PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
                         UNTIL WS-QTR-SUB > 4
                   IF WS-QTR-STATUS (WS-QTR-SUB) NOT = 'COMPLETE' AND
                      WS-QTR-STATUS (WS-QTR-SUB) NOT = 'ADJUSTED'
                       DISPLAY 'Q' WS-QTR-SUB ' ' WS-RUN-YEAR
                               ' STATUS: '
                               WS-QTR-STATUS (WS-QTR-SUB)
                   END-IF
               END-PERFORM
               MOVE 12 TO RETURN-CODE
               MOVE 'PREREQ FAILED' TO WS-RLOG-RESULT
               PERFORM 900-WRITE-RUN-LOG
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------
       145-LOAD-QTR-STATUS.
           MOVE SPACES TO WS-QTR-STATUS-TABLE.
           MOVE ZERO   TO WS-POSTED-QTR-CTR.
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
           PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
                     UNTIL WS-QTR-SUB > 4
               IF WS-QTR-STATUS (WS-QTR-SUB) = 'COMPLETE' OR
                  WS-QTR-STATUS (WS-QTR-SUB) = 'ADJUSTED'
                   ADD 1 TO WS-POSTED-QTR-CTR
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       150-LOAD-EMPLOYER.
           OPEN INPUT W2-EMPLOYER.
           IF WS-ER-STATUS NOT = '00'
               DISPLAY 'W-2 EMPLOYER RECORD NOT AVAILABLE - STATUS: '
                       WS-ER-STATUS
               DISPLAY 'SET UP w2-employer.dat WITH THE EMPLOYER ID, '
                       'NAME AND ADDRESS AND RERUN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ W2-EMPLOYER
               AT END
                   DISPLAY 'W-2 EMPLOYER RECORD IS EMPTY'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE W2-EMPLOYER.
           IF ER-EIN NOT NUMERIC OR ER-NAME = SPACES
               DISPLAY 'W-2 EMPLOYER RECORD NEEDS A NUMERIC EMPLOYER '
                       'ID AND A NAME: ' ER-REC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------
      * A corrected statement is only meaningful against what the
      * employee was last sent, so CORRECT needs that statement on
      * file.  For an original run the count is only a warning that
      * the year has already gone out once.
       155-LOAD-ISSUED.
           OPEN INPUT W2-ISSUED.
           IF WS-ISS-STATUS = '00'
               PERFORM UNTIL WS-ISS-EOF
                   READ W2-ISSUED
                       AT END
                           SET WS-ISS-EOF TO TRUE
                       NOT AT END
                           IF ISS-YEAR = WS-RUN-YEAR
                               PERFORM 157-KEEP-ISSUED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE W2-ISSUED
           END-IF.
           IF WS-MODE-CORRECT AND NOT WS-PRIOR-FOUND
               DISPLAY 'NO W-2 ON FILE AS ISSUED FOR EMP ID '
                       WS-SEL-EMP-ID ' FOR ' WS-RUN-YEAR
                       ' - CORRECTION REFUSED'
               DISPLAY 'RUN THE ORIGINAL W-2 FOR THE YEAR FIRST'
               MOVE 12 TO RETURN-CODE
               MOVE 'PREREQ FAILED' TO WS-RLOG-RESULT
               PERFORM 900-WRITE-RUN-LOG
               STOP RUN
           END-IF.
           IF WS-MODE-ORIGINAL AND WS-ISSUED-YR-CTR > ZERO
               DISPLAY 'WARNING: ' WS-ISSUED-YR-CTR ' W-2(S) FOR '
                       WS-RUN-YEAR ' ALREADY ISSUED - THIS RUN '
                       'REPLACES THE WAGE FILE'
               DISPLAY 'USE CORRECT nnnn FOR A CHANGE TO ONE EMPLOYEE'
               MOVE 4 TO RETURN-CODE
           END-IF.
      *-----------------------------------------------------------------
       157-KEEP-ISSUED.
           ADD 1 TO WS-ISSUED-YR-CTR.
           IF WS-MODE-CORRECT AND ISS-EMP-ID = WS-SEL-EMP-ID
               SET WS-PRIOR-FOUND TO TRUE
               MOVE ISS-STATE TO WS-PRIOR-STATE
               PERFORM VARYING WS-BOX-SUB FROM 1 BY 1
                         UNTIL WS-BOX-SUB > 8
                   MOVE ISS-BOX-AMT (WS-BOX-SUB)
                        TO WS-BOX-PRIOR (WS-BOX-SUB)
               END-PERFORM
           END-IF.
      *-----------------------------------------------------------------
      * The PRE rows name the deduction codes that came off taxable
      * wages in GARCIA-P02-NETPAY; without them box 1 and box 3/5
      * would show full gross, so the run goes on but ends RC 4.
       160-LOAD-TAX-TABLE.
           OPEN INPUT TAX-TABLE.
           IF WS-TAX-STATUS = '35'
               DISPLAY 'TAX TABLE NOT FOUND - NO PRE-TAX REDUCTIONS '
                       'OR WAGE BASE APPLIED'
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
                               PERFORM 162-LOAD-ONE-TAX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-TABLE
           END-IF.
      *-----------------------------------------------------------------
      * The first OAS row for the year carries the wage base, the same
      * row GARCIA-P02-NETPAY limited the withholding by.
       162-LOAD-ONE-TAX.
           EVALUATE TRUE
               WHEN TAX-TYPE = 'PRE' AND TAX-PRE-CODE NOT = SPACES
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
               WHEN TAX-TYPE = 'OAS' AND TAX-WAGE-BASE NUMERIC
                   IF WS-OAS-WAGE-BASE = ZERO
                       MOVE TAX-WAGE-BASE TO WS-OAS-WAGE-BASE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *-----------------------------------------------------------------
      * Only the state is needed here: box 15 is the withholding state
      * the employee elected.
       165-LOAD-ELECTIONS.
           OPEN INPUT TAX-ELECT.
           IF WS-ELC-STATUS = '00'
               PERFORM UNTIL WS-ELC-EOF
                   READ TAX-ELECT
                       AT END
                           SET WS-ELC-EOF TO TRUE
                       NOT AT END
                           IF ELC-EMP-ID NOT = SPACES
                               PERFORM 167-LOAD-ONE-ELECTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-ELECT
           END-IF.
      *-----------------------------------------------------------------
       167-LOAD-ONE-ELECTION.
           IF WS-ELC-COUNT < 5000
               ADD 1 TO WS-ELC-COUNT
               MOVE ELC-EMP-ID TO WS-ET-EMP-ID (WS-ELC-COUNT)
               MOVE ELC-STATE  TO WS-ET-STATE  (WS-ELC-COUNT)
           ELSE
               DISPLAY 'TAX ELECTION TABLE FULL - CANNOT CONTINUE: '
                       ELC-REC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------
      * All four quarters' deduction detail must be on disk: a quarter
      * GARCIA-P02-NETPAY never ran for has no withholding to report,
      * and a W-2 that silently shows none is worse than no W-2.
       170-ACCUM-NETPAY-DED.
           PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
                     UNTIL WS-QTR-SUB > 4
               PERFORM 125-BUILD-NPD-FILENAME
               OPEN INPUT NPD-IN
               IF WS-NPD-STATUS NOT = '00'
                   DISPLAY 'NET PAY DEDUCTION FILE '
                           FUNCTION TRIM(WS-NPD-IN-FILENAME)
                           ' NOT AVAILABLE - STATUS: ' WS-NPD-STATUS
                   DISPLAY 'RUN GARCIA-P02-NETPAY FOR Q' WS-QTR-SUB
                           ' ' WS-RUN-YEAR ' FIRST - W-2 REFUSED'
                   MOVE 12 TO RETURN-CODE
                   MOVE 'PREREQ FAILED' TO WS-RLOG-RESULT
                   PERFORM 900-WRITE-RUN-LOG
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-NPD-EOF-FLAG
               PERFORM UNTIL WS-NPD-EOF
                   READ NPD-IN
                       AT END
                           SET WS-NPD-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-NPD-READ-CTR
                           PERFORM 172-ACCUM-ONE-NPD
                   END-READ
               END-PERFORM
               CLOSE NPD-IN
           END-PERFORM.
      *-----------------------------------------------------------------
       172-ACCUM-ONE-NPD.
           MOVE NPD-EMP-ID TO WS-W2-EMP-ID.
           PERFORM 175-FIND-ACCUM.
           IF NOT WS-ACC-FOUND
               IF WS-ACC-COUNT < 5000
                   ADD 1 TO WS-ACC-COUNT
                   SET WS-ACC-IDX TO WS-ACC-COUNT
                   MOVE NPD-EMP-ID TO WS-ACC-EMP-ID   (WS-ACC-IDX)
                   MOVE ZERO       TO WS-ACC-INC-RED  (WS-ACC-IDX)
                   MOVE ZERO       TO WS-ACC-FICA-RED (WS-ACC-IDX)
                   MOVE ZERO       TO WS-ACC-FIT      (WS-ACC-IDX)
                   MOVE ZERO       TO WS-ACC-SIT      (WS-ACC-IDX)
                   MOVE ZERO       TO WS-ACC-OAS      (WS-ACC-IDX)
                   MOVE ZERO       TO WS-ACC-MED      (WS-ACC-IDX)
               ELSE
                   DISPLAY 'W-2 ACCUMULATION TABLE FULL - CANNOT '
                           'CONTINUE: ' NPD-REC
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF NPD-TYPE = 'T'
               EVALUATE NPD-CODE
                   WHEN 'FIT'
                       ADD NPD-AMT TO WS-ACC-FIT (WS-ACC-IDX)
                   WHEN 'SIT'
                       ADD NPD-AMT TO WS-ACC-SIT (WS-ACC-IDX)
                   WHEN 'OAS'
                       ADD NPD-AMT TO WS-ACC-OAS (WS-ACC-IDX)
                   WHEN 'MED'
                       ADD NPD-AMT TO WS-ACC-MED (WS-ACC-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               IF WS-PRE-COUNT > ZERO
                   SET WS-PRE-IDX TO 1
                   SEARCH WS-PRE-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-PRE-IDX > WS-PRE-COUNT
                           CONTINUE
                       WHEN WS-PRE-CODE (WS-PRE-IDX) = NPD-CODE
                           IF WS-PRE-INC-TAX (WS-PRE-IDX) = 'Y'
                               ADD NPD-AMT
                                   TO WS-ACC-INC-RED (WS-ACC-IDX)
                           END-IF
                           IF WS-PRE-FICA (WS-PRE-IDX) = 'Y'
                               ADD NPD-AMT
                                   TO WS-ACC-FICA-RED (WS-ACC-IDX)
                           END-IF
                   END-SEARCH
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       175-FIND-ACCUM.
           MOVE 'N' TO WS-ACC-FOUND-FLAG.
           IF WS-ACC-COUNT > ZERO
               SET WS-ACC-IDX TO 1
               SEARCH WS-ACC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ACC-IDX > WS-ACC-COUNT
                       CONTINUE
                   WHEN WS-ACC-EMP-ID (WS-ACC-IDX) = WS-W2-EMP-ID
                       SET WS-ACC-FOUND TO TRUE
               END-SEARCH
           END-IF.
      *-----------------------------------------------------------------
       185-OPEN-EMPL-MST.
           OPEN INPUT EMPL-MST.
           IF WS-EMPL-STATUS NOT = '00'
               DISPLAY 'EMPLOYEE-MASTER NOT AVAILABLE - STATUS: '
                       WS-EMPL-STATUS
               DISPLAY 'SSN AND ADDRESS COME FROM THE EMPLOYEE MASTER '
                       '- W-2 CANNOT RUN WITHOUT IT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------
      * YTD-MST holds the year until GARCIA-P02-CLOSE clears it for the
      * next; after that the year is read back from history.  The
      * first master record says which.
       500-PRINT-STATEMENTS.
           OPEN INPUT YTD-MST.
           IF WS-YTD-STATUS NOT = '00'
               DISPLAY 'YTD-MST NOT AVAILABLE - STATUS: ' WS-YTD-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE PR-RPT
               STOP RUN
           END-IF.
           READ YTD-MST NEXT RECORD
               AT END
                   SET WS-YTD-EOF TO TRUE
           END-READ.
           IF NOT WS-YTD-EOF AND YTD-YEAR = WS-RUN-YEAR
               SET WS-SOURCE-MASTER TO TRUE
               PERFORM UNTIL WS-YTD-EOF
                   IF YTD-YEAR = WS-RUN-YEAR
                       MOVE YTD-EMP-ID TO WS-W2-EMP-ID
                       MOVE YTD-LNAME  TO WS-W2-LNAME
                       MOVE YTD-FNAME  TO WS-W2-FNAME
                       MOVE YTD-TOTAL  TO WS-W2-GROSS
                       PERFORM 510-SELECT-EMP
                   END-IF
                   READ YTD-MST NEXT RECORD
                       AT END
                           SET WS-YTD-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE YTD-MST
           ELSE
               CLOSE YTD-MST
               SET WS-SOURCE-HISTORY TO TRUE
               MOVE 'ytd-history.dat' TO WS-RLOG-INPUT
               PERFORM 505-READ-HISTORY
           END-IF.
      *-----------------------------------------------------------------
       505-READ-HISTORY.
           OPEN INPUT YTD-HIST.
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'YTD-MST DOES NOT HOLD ' WS-RUN-YEAR
                       ' AND YTD HISTORY IS NOT AVAILABLE - STATUS: '
                       WS-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE PR-RPT
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-HIST-EOF
               READ YTD-HIST NEXT RECORD
                   AT END
                       SET WS-HIST-EOF TO TRUE
                   NOT AT END
                       IF HIST-YEAR = WS-RUN-YEAR
                           MOVE HIST-EMP-ID TO WS-W2-EMP-ID
                           MOVE HIST-LNAME  TO WS-W2-LNAME
                           MOVE HIST-FNAME  TO WS-W2-FNAME
                           MOVE HIST-TOTAL  TO WS-W2-GROSS
                           PERFORM 510-SELECT-EMP
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE YTD-HIST.
      *-----------------------------------------------------------------
       510-SELECT-EMP.
           IF WS-MODE-ORIGINAL OR WS-W2-EMP-ID = WS-SEL-EMP-ID
               ADD 1 TO WS-EMP-READ-CTR
               PERFORM 520-BUILD-BOXES
               PERFORM 530-GET-EMPL-MST
               IF WS-MODE-CORRECT
                   PERFORM 560-CHECK-CORRECTION
               ELSE
                   PERFORM 540-PRINT-FORM
                   PERFORM 620-WRITE-WAGE-DTL
                   PERFORM 570-WRITE-ISSUED
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * Box 1 is gross less the codes that come off income tax wages;
      * boxes 3 and 5 are gross less the codes that come off FICA
      * wages, box 3 held to the social security wage base.  State
      * wages follow box 1 wherever a withholding state is on file.
       520-BUILD-BOXES.
           MOVE ZERO TO WS-W2-WORK.
           PERFORM 175-FIND-ACCUM.
           IF WS-ACC-FOUND
               MOVE WS-ACC-INC-RED  (WS-ACC-IDX) TO WS-W2-INC-RED
               MOVE WS-ACC-FICA-RED (WS-ACC-IDX) TO WS-W2-FICA-RED
               MOVE WS-ACC-FIT      (WS-ACC-IDX) TO WS-W2-FIT
               MOVE WS-ACC-SIT      (WS-ACC-IDX) TO WS-W2-SIT
               MOVE WS-ACC-OAS      (WS-ACC-IDX) TO WS-W2-OAS
               MOVE WS-ACC-MED      (WS-ACC-IDX) TO WS-W2-MED
           END-IF.
           PERFORM VARYING WS-BOX-SUB FROM 1 BY 1
                     UNTIL WS-BOX-SUB > 8
               MOVE ZERO TO WS-BOX-AMT (WS-BOX-SUB)
           END-PERFORM.

           IF WS-W2-GROSS > WS-W2-INC-RED
               COMPUTE WS-BOX-AMT (1) = WS-W2-GROSS - WS-W2-INC-RED
           END-IF.
           MOVE WS-W2-FIT TO WS-BOX-AMT (2).
           IF WS-W2-GROSS > WS-W2-FICA-RED
               COMPUTE WS-BOX-AMT (5) = WS-W2-GROSS - WS-W2-FICA-RED
           END-IF.
           MOVE WS-BOX-AMT (5) TO WS-BOX-AMT (3).
           IF WS-OAS-WAGE-BASE > ZERO AND
              WS-BOX-AMT (3) > WS-OAS-WAGE-BASE
               MOVE WS-OAS-WAGE-BASE TO WS-BOX-AMT (3)
           END-IF.
           MOVE WS-W2-OAS TO WS-BOX-AMT (4).
           MOVE WS-W2-MED TO WS-BOX-AMT (6).

           MOVE SPACES TO WS-W2-STATE.
           IF WS-ELC-COUNT > ZERO
               SET WS-ELC-IDX TO 1
               SEARCH WS-ELC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ELC-IDX > WS-ELC-COUNT
                       CONTINUE
                   WHEN WS-ET-EMP-ID (WS-ELC-IDX) = WS-W2-EMP-ID
                       MOVE WS-ET-STATE (WS-ELC-IDX) TO WS-W2-STATE
               END-SEARCH
           END-IF.
           IF WS-W2-STATE NOT = SPACES
               MOVE WS-BOX-AMT (1) TO WS-BOX-AMT (7)
               MOVE WS-W2-SIT      TO WS-BOX-AMT (8)
           ELSE
               IF WS-W2-SIT > ZERO
                   MOVE 'STATE TAX WITHHELD, NO STATE ON ELECTION'
                        TO WS-EXC-REASON
                   PERFORM 580-ADD-EXCEPTION
                   MOVE WS-W2-SIT      TO WS-BOX-AMT (8)
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * The statement still prints when the master is short the SSN or
      * the employee is missing from it - the exception list says who
      * needs fixing before the wage file is filed.
       530-GET-EMPL-MST.
           MOVE 'N' TO WS-EMPL-FOUND-FLAG.
           MOVE WS-W2-EMP-ID TO EMPL-ID.
           READ EMPL-MST
               INVALID KEY
                   MOVE SPACES TO EMPL-REC
                   MOVE 'NOT ON EMPLOYEE MASTER' TO WS-EXC-REASON
                   PERFORM 580-ADD-EXCEPTION
               NOT INVALID KEY
                   SET WS-EMPL-FOUND TO TRUE
           END-READ.
           IF WS-EMPL-FOUND
               IF EMPL-SSN = SPACES OR EMPL-SSN NOT NUMERIC
                   MOVE 'NO SOCIAL SECURITY NUMBER ON MASTER'
                        TO WS-EXC-REASON
                   PERFORM 580-ADD-EXCEPTION
               END-IF
               IF EMPL-ADDR-STREET = SPACES OR EMPL-ADDR-CITY = SPACES
                   MOVE 'NO MAILING ADDRESS ON MASTER'
                        TO WS-EXC-REASON
                   PERFORM 580-ADD-EXCEPTION
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       540-PRINT-FORM.
           ADD 1 TO WS-STMT-CTR.
           IF WS-STMT-CTR = 1
               WRITE PR-RPT-REC            FROM WS-RPT-TITLE-LN
           ELSE
               WRITE PR-RPT-REC            FROM WS-RPT-TITLE-LN
                                            AFTER ADVANCING PAGE
           END-IF.
           IF WS-MODE-CORRECT
               MOVE 'W-2C  CORRECTED WAGE AND TAX STATEMENT'
                    TO WS-FORM-HDG-TEXT
           ELSE
               MOVE 'W-2   WAGE AND TAX STATEMENT'
                    TO WS-FORM-HDG-TEXT
           END-IF.
           MOVE WS-RUN-YEAR                TO   WS-FORM-HDG-YEAR.
           WRITE PR-RPT-REC                FROM WS-FORM-HDG-LN.
           WRITE PR-RPT-REC                FROM WS-RPT-BLANK-LN.

           MOVE ER-EIN (1:2)               TO   WS-EIN-EDIT-1.
           MOVE ER-EIN (3:7)               TO   WS-EIN-EDIT-2.
           MOVE WS-EIN-EDIT                TO   WS-FORM-EIN.
           WRITE PR-RPT-REC                FROM WS-FORM-EIN-LN.
           MOVE 'EMPLOYER            :'    TO   WS-FORM-LBL.
           WRITE PR-RPT-REC                FROM WS-FORM-LBL-LN.
           MOVE ER-NAME                    TO   WS-FORM-NAME.
           WRITE PR-RPT-REC                FROM WS-FORM-NAME-LN.
           MOVE ER-STREET                  TO   WS-FORM-ADDR.
           WRITE PR-RPT-REC                FROM WS-FORM-ADDR-LN.
           MOVE SPACES                     TO   WS-FORM-ADDR.
           STRING FUNCTION TRIM(ER-CITY) ', ' ER-STATE '  '
                  ER-ZIP DELIMITED BY SIZE
                  INTO WS-FORM-ADDR
           END-STRING.
           WRITE PR-RPT-REC                FROM WS-FORM-ADDR-LN.
           WRITE PR-RPT-REC                FROM WS-RPT-BLANK-LN.

           IF WS-EMPL-FOUND AND EMPL-SSN NUMERIC
               MOVE EMPL-SSN (1:3)         TO   WS-SSN-EDIT-1
               MOVE EMPL-SSN (4:2)         TO   WS-SSN-EDIT-2
               MOVE EMPL-SSN (6:4)         TO   WS-SSN-EDIT-3
               MOVE WS-SSN-EDIT            TO   WS-FORM-SSN
           ELSE
               MOVE 'NOT ON FILE'          TO   WS-FORM-SSN
           END-IF.
           MOVE WS-W2-EMP-ID               TO   WS-FORM-EMP-ID.
           WRITE PR-RPT-REC                FROM WS-FORM-SSN-LN.
           MOVE 'EMPLOYEE            :'    TO   WS-FORM-LBL.
           WRITE PR-RPT-REC                FROM WS-FORM-LBL-LN.
           MOVE SPACES                     TO   WS-FORM-NAME.
           STRING FUNCTION TRIM(WS-W2-FNAME) ' '
                  FUNCTION TRIM(WS-W2-LNAME) DELIMITED BY SIZE
                  INTO WS-FORM-NAME
           END-STRING.
           WRITE PR-RPT-REC                FROM WS-FORM-NAME-LN.
           IF WS-EMPL-FOUND
               MOVE EMPL-ADDR-STREET       TO   WS-FORM-ADDR
               WRITE PR-RPT-REC            FROM WS-FORM-ADDR-LN
               MOVE SPACES                 TO   WS-FORM-ADDR
               STRING FUNCTION TRIM(EMPL-ADDR-CITY) ', '
                      EMPL-ADDR-STATE '  ' EMPL-ADDR-ZIP
                      DELIMITED BY SIZE
                      INTO WS-FORM-ADDR
               END-STRING
               WRITE PR-RPT-REC            FROM WS-FORM-ADDR-LN
           END-IF.
           WRITE PR-RPT-REC                FROM WS-RPT-BLANK-LN.

           IF WS-MODE-CORRECT
               WRITE PR-RPT-REC            FROM WS-FORM-COL-HDG
               WRITE PR-RPT-REC            FROM WS-FORM-COL-HDG2
           END-IF.
           PERFORM VARYING WS-BOX-SUB FROM 1 BY 1
                     UNTIL WS-BOX-SUB > 8
               PERFORM 545-PRINT-ONE-BOX
           END-PERFORM.
      *-----------------------------------------------------------------
       545-PRINT-ONE-BOX.
           IF WS-BOX-SUB = 7
               MOVE WS-W2-STATE            TO   WS-FORM-STATE
               IF WS-W2-STATE = SPACES
                   MOVE SPACES             TO   WS-FORM-STATE-ID
               ELSE
                   MOVE ER-STATE-ID        TO   WS-FORM-STATE-ID
               END-IF
               WRITE PR-RPT-REC            FROM WS-FORM-STATE-LN
           END-IF.
           IF WS-MODE-CORRECT
               MOVE WS-BOX-NUM (WS-BOX-SUB) TO  WS-FORM-CBOX-NUM
               MOVE WS-BOX-LBL (WS-BOX-SUB) TO  WS-FORM-CBOX-LBL
               MOVE WS-BOX-PRIOR (WS-BOX-SUB)
                                           TO   WS-FORM-CBOX-PRIOR
               MOVE WS-BOX-AMT (WS-BOX-SUB) TO  WS-FORM-CBOX-AMT
               WRITE PR-RPT-REC            FROM WS-FORM-CBOX-LN
           ELSE
               MOVE WS-BOX-NUM (WS-BOX-SUB) TO  WS-FORM-BOX-NUM
               MOVE WS-BOX-LBL (WS-BOX-SUB) TO  WS-FORM-BOX-LBL
               MOVE WS-BOX-AMT (WS-BOX-SUB) TO  WS-FORM-BOX-AMT
               WRITE PR-RPT-REC            FROM WS-FORM-BOX-LN
           END-IF.
           ADD WS-BOX-AMT (WS-BOX-SUB)     TO   WS-BOX-TOT (WS-BOX-SUB).
      *-----------------------------------------------------------------
      * A corrected statement only goes out when something on it
      * actually moved since the employee's last statement.
       560-CHECK-CORRECTION.
           MOVE 'N' TO WS-BOX-CHANGED-FLAG.
           IF WS-W2-STATE NOT = WS-PRIOR-STATE
               SET WS-BOX-CHANGED TO TRUE
           END-IF.
           PERFORM VARYING WS-BOX-SUB FROM 1 BY 1
                     UNTIL WS-BOX-SUB > 8
               IF WS-BOX-AMT (WS-BOX-SUB) NOT =
                  WS-BOX-PRIOR (WS-BOX-SUB)
                   SET WS-BOX-CHANGED TO TRUE
               END-IF
           END-PERFORM.
           IF WS-BOX-CHANGED
               PERFORM 540-PRINT-FORM
               WRITE PR-RPT-REC            FROM WS-RPT-BLANK-LN
               MOVE 'PREVIOUSLY REPORTED STATE:' TO WS-FORM-NOTE
               MOVE WS-PRIOR-STATE         TO   WS-FORM-NOTE (28:2)
               WRITE PR-RPT-REC            FROM WS-FORM-NOTE-LN
               PERFORM 570-WRITE-ISSUED
               MOVE 'CORRECTED'            TO   WS-RLOG-RESULT
           ELSE
               WRITE PR-RPT-REC            FROM WS-RPT-TITLE-LN
               WRITE PR-RPT-REC            FROM WS-RPT-BLANK-LN
               MOVE 'NO CHANGE SINCE THE LAST STATEMENT ISSUED - NO '
                    TO WS-FORM-NOTE
               MOVE 'CORRECTION PRINTED' TO WS-FORM-NOTE (48:)
               WRITE PR-RPT-REC            FROM WS-FORM-NOTE-LN
               DISPLAY 'NO CHANGE FOR EMP ID ' WS-SEL-EMP-ID
                       ' SINCE THE LAST STATEMENT - NONE PRINTED'
               MOVE 'NO CHANGE'            TO   WS-RLOG-RESULT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       570-WRITE-ISSUED.
           MOVE WS-RUN-YEAR                TO   ISS-YEAR.
           MOVE WS-W2-EMP-ID               TO   ISS-EMP-ID.
           MOVE WS-MODE                    TO   ISS-KIND.
           MOVE WS-SYS-DATE (1:14)         TO   ISS-STAMP.
           MOVE WS-W2-STATE                TO   ISS-STATE.
           PERFORM VARYING WS-BOX-SUB FROM 1 BY 1
                     UNTIL WS-BOX-SUB > 8
               MOVE WS-BOX-AMT (WS-BOX-SUB)
                    TO ISS-BOX-AMT (WS-BOX-SUB)
           END-PERFORM.
           WRITE ISS-REC.
      *-----------------------------------------------------------------
       580-ADD-EXCEPTION.
           ADD 1 TO WS-EXC-CTR.
           IF WS-EXC-COUNT < 500
               ADD 1 TO WS-EXC-COUNT
               MOVE WS-W2-EMP-ID  TO WS-EXC-EMP-ID (WS-EXC-COUNT)
               MOVE WS-EXC-REASON TO WS-EXC-TEXT   (WS-EXC-COUNT)
           END-IF.
           DISPLAY 'W-2 EXCEPTION, EMP ID ' WS-W2-EMP-ID ': '
                   WS-EXC-REASON.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
      *-----------------------------------------------------------------
       600-OPEN-WAGE-FILE.
           OPEN OUTPUT W2-WAGE-FILE.
           IF WS-W2F-STATUS NOT = '00'
               DISPLAY 'WAGE FILE WILL NOT OPEN - STATUS: '
                       WS-W2F-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RUN-YEAR       TO WS-W2F-H-YEAR.
           MOVE ER-EIN            TO WS-W2F-H-EIN.
           MOVE ER-NAME           TO WS-W2F-H-NAME.
           MOVE ER-STREET         TO WS-W2F-H-STREET.
           MOVE ER-CITY           TO WS-W2F-H-CITY.
           MOVE ER-STATE          TO WS-W2F-H-STATE.
           MOVE ER-ZIP            TO WS-W2F-H-ZIP.
           MOVE ER-STATE-ID       TO WS-W2F-H-STATE-ID.
           MOVE WS-SYS-DATE (1:8) TO WS-W2F-H-DATE.
           WRITE W2F-REC          FROM WS-W2F-HDR.
      *-----------------------------------------------------------------
      * An SSN not on file goes out as zeros so the record keeps its
      * fixed format; the exception list carries the employee.
       620-WRITE-WAGE-DTL.
           IF WS-EMPL-FOUND AND EMPL-SSN NUMERIC
               MOVE EMPL-SSN         TO WS-W2F-D-SSN
           ELSE
               MOVE ALL '0'          TO WS-W2F-D-SSN
           END-IF.
           MOVE WS-W2-EMP-ID         TO WS-W2F-D-EMP-ID.
           MOVE WS-W2-LNAME          TO WS-W2F-D-LNAME.
           MOVE WS-W2-FNAME          TO WS-W2F-D-FNAME.
           MOVE EMPL-ADDR-STREET     TO WS-W2F-D-STREET.
           MOVE EMPL-ADDR-CITY       TO WS-W2F-D-CITY.
           MOVE EMPL-ADDR-STATE      TO WS-W2F-D-STATE.
           MOVE EMPL-ADDR-ZIP        TO WS-W2F-D-ZIP.
           MOVE WS-W2-STATE          TO WS-W2F-D-ST-CODE.
           PERFORM VARYING WS-BOX-SUB FROM 1 BY 1
                     UNTIL WS-BOX-SUB > 8
               MOVE WS-BOX-AMT (WS-BOX-SUB)
                    TO WS-W2F-D-AMT (WS-BOX-SUB)
           END-PERFORM.
           WRITE W2F-REC             FROM WS-W2F-DTL.
      *-----------------------------------------------------------------
       650-CLOSE-WAGE-FILE.
           MOVE WS-STMT-CTR          TO WS-W2F-T-CNT.
           PERFORM VARYING WS-BOX-SUB FROM 1 BY 1
                     UNTIL WS-BOX-SUB > 8
               MOVE WS-BOX-TOT (WS-BOX-SUB)
                    TO WS-W2F-T-AMT (WS-BOX-SUB)
           END-PERFORM.
           WRITE W2F-REC             FROM WS-W2F-TRL.
           CLOSE W2-WAGE-FILE.
      *-----------------------------------------------------------------
       300-GET-SYS-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE      TO   WS-SYS-DATE.
           MOVE WS-SYS-MO                  TO   WS-RPT-MO.
           MOVE WS-SYS-DAY                 TO   WS-RPT-DAY.
           MOVE WS-SYS-YR                  TO   WS-RPT-YR.
      *-----------------------------------------------------------------
      * Control page: statement count and box totals (equal to the
      * wage file trailer on an original run), then the exceptions.
       700-RPT-END.
           IF WS-STMT-CTR = ZERO
               IF WS-MODE-ORIGINAL
                   WRITE PR-RPT-REC        FROM WS-RPT-TITLE-LN
                   DISPLAY 'NO EMPLOYEES ON FILE FOR ' WS-RUN-YEAR
               END-IF
               IF WS-MODE-CORRECT AND WS-EMP-READ-CTR = ZERO
                   WRITE PR-RPT-REC        FROM WS-RPT-TITLE-LN
                   DISPLAY 'EMP ID ' WS-SEL-EMP-ID ' NOT ON FILE FOR '
                           WS-RUN-YEAR
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               WRITE PR-RPT-REC            FROM WS-RPT-TITLE-LN
                                            AFTER ADVANCING PAGE
           END-IF.
           WRITE PR-RPT-REC                FROM WS-RPT-BLANK-LN.
           IF WS-MODE-ORIGINAL
               WRITE PR-RPT-REC            FROM WS-CTL-HDG-LN
               WRITE PR-RPT-REC            FROM WS-RPT-BLANK-LN
           END-IF.
           MOVE 'EMPLOYEES READ:'          TO   WS-TOT-LABEL.
           MOVE WS-EMP-READ-CTR            TO   WS-TOT-COUNT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
           MOVE 'STATEMENTS PRINTED:'      TO   WS-TOT-LABEL.
           MOVE WS-STMT-CTR                TO   WS-TOT-COUNT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
           IF WS-MODE-ORIGINAL
               PERFORM VARYING WS-BOX-SUB FROM 1 BY 1
                         UNTIL WS-BOX-SUB > 8
                   MOVE WS-BOX-NUM (WS-BOX-SUB) TO WS-TOT-AMT-NUM
                   MOVE WS-BOX-LBL (WS-BOX-SUB) TO WS-TOT-AMT-LABEL
                   MOVE WS-BOX-TOT (WS-BOX-SUB) TO WS-TOT-AMT
                   WRITE PR-RPT-REC        FROM WS-TOT-AMT-LN
               END-PERFORM
           END-IF.
           WRITE PR-RPT-REC                FROM WS-RPT-BLANK-LN.
           MOVE 'EXCEPTIONS:'              TO   WS-TOT-LABEL.
           MOVE WS-EXC-CTR                 TO   WS-TOT-COUNT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
           IF WS-EXC-COUNT > ZERO
               WRITE PR-RPT-REC            FROM WS-RPT-BLANK-LN
               WRITE PR-RPT-REC            FROM WS-EXC-HDG-LN
               PERFORM VARYING WS-EXC-SUB FROM 1 BY 1
                         UNTIL WS-EXC-SUB > WS-EXC-COUNT
                   MOVE WS-EXC-EMP-ID (WS-EXC-SUB) TO WS-EXC-LN-ID
                   MOVE WS-EXC-TEXT (WS-EXC-SUB)   TO WS-EXC-LN-REASON
                   WRITE PR-RPT-REC        FROM WS-EXC-LN
               END-PERFORM
           END-IF.
      *-----------------------------------------------------------------
      * End-of-job evidence for the operations summary: one structured
      * record appended to the shared batch run log - including the
      * refused attempts.
       900-WRITE-RUN-LOG.
           PERFORM 300-GET-SYS-DATE-TIME.
           OPEN EXTEND RUN-LOG.
           IF WS-RLOG-STATUS = '35'
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE 'GARCIA-P02-W2'      TO RLOG-PROGRAM.
           MOVE WS-SYS-DATE (1:14)   TO RLOG-STAMP.
           MOVE ZERO                 TO RLOG-QTR.
           MOVE WS-RUN-YEAR          TO RLOG-YEAR.
           MOVE WS-RLOG-INPUT        TO RLOG-INPUT-FILE.
           MOVE WS-EMP-READ-CTR      TO RLOG-READ-CTR.
           MOVE WS-STMT-CTR          TO RLOG-RELEASED-CTR.
           MOVE WS-EXC-CTR           TO RLOG-EXC-CTR.
           MOVE ZERO                 TO RLOG-DUP-CTR.
           MOVE WS-RLOG-RESULT       TO RLOG-RECON-RESULT.
           MOVE RETURN-CODE          TO RLOG-RETURN-CODE.
           WRITE RLOG-REC.
           CLOSE RUN-LOG.
      *-----------------------------------------------------------------

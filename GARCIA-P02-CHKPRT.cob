      ******************************************************************
      *PROGRAM : PROJECT 2   CHECK PRINTING AND POSITIVE PAY          *
      *AUTHOR  : Mario Garcia                                         *
      *DATE    : 10/15/2026                                           *
      *ABSTRACT: Prints the quarter's paychecks.  Every employee on   *
      *          the GARCIA-P02-PAYMNT pay-by-check list and every    *
      *          deposit GARCIA-P02-BANKRTN sent back for reissue     *
      *          gets a check on the check stock print file, with an  *
      *          earnings and deduction stub from the GARCIA-P02-     *
      *          NETPAY net and deduction files.  Check numbers come  *
      *          from check-control.dat and every check issued is     *
      *          recorded on check-issued.dat, so a number is never   *
      *          reused or skipped and a rerun never pays twice.      *
      *          Void transactions void a lost or spoiled check and,  *
      *          when asked, print a replacement.  A positive-pay     *
      *          file for the bank lists every check issued and every *
      *          check voided in the run.  The check register         *
      *          reconciles the checks back to the pay-by-check list  *
      *          control totals.                                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARCIA-P02-CHKPRT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-EXC ASSIGN DYNAMIC WS-EXC-IN-FILENAME
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-EXC-STATUS.

           SELECT REISSUE-IN ASSIGN DYNAMIC WS-REI-IN-FILENAME
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-REI-STATUS.

           SELECT VOID-TRANS ASSIGN TO 'check-void-trans.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-VT-STATUS.

           SELECT NET-IN  ASSIGN DYNAMIC WS-NET-IN-FILENAME
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-NET-STATUS.

           SELECT NPD-IN  ASSIGN DYNAMIC WS-NPD-IN-FILENAME
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-NPD-STATUS.

           SELECT EMPL-MST ASSIGN TO 'employee-master.dat'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS RANDOM
                          RECORD KEY IS EMPL-ID
                          FILE STATUS IS WS-EMPL-STATUS.

           SELECT CHECK-CTL ASSIGN TO 'check-control.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-CTL-STATUS.

           SELECT CHECK-HIST ASSIGN TO 'check-issued.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-HIST-STATUS.

           SELECT POS-PAY ASSIGN DYNAMIC WS-PP-OUT-FILENAME
                          ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHECK-PRT ASSIGN DYNAMIC WS-CHK-PRT-FILENAME
                          ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PR-RPT  ASSIGN DYNAMIC WS-PR-RPT-FILENAME
                          ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-LOG ASSIGN TO 'batch-run-log.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-RLOG-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      * The GARCIA-P02-PAYMNT pay-by-check list, read back as printed.
       FD  CHECK-EXC.
       01  CHECK-EXC-REC                   PIC X(80).

      * Written by GARCIA-P02-BANKRTN, one per returned deposit.
       FD  REISSUE-IN.
       01  REI-REC.
           03  REI-EMP-ID                  PIC X(4).
           03  REI-LNAME                   PIC X(15).
           03  REI-FNAME                   PIC X(15).
           03  REI-AMT                     PIC 9(7)V99.
           03  REI-QTR                     PIC 9.
           03  REI-YEAR                    PIC 9999.
           03  REI-BATCH-DATE              PIC 9(8).
           03  REI-REASON                  PIC X(3).

      * Keyed by payroll: V voids a check, R voids it and prints a
      * replacement for the same amount.
       FD  VOID-TRANS.
       01  VT-REC.
           03  VT-ACTION                   PIC X.
           03  VT-CHECK-NO                 PIC 9(8).
           03  VT-REASON                   PIC X(20).

       FD  NET-IN.
       01  NET-REC.
           03  NP-EMP-ID                   PIC X(4).
           03  NP-DEPT                     PIC 99.
           03  NP-LNAME                    PIC X(15).
           03  NP-FNAME                    PIC X(15).
           03  NP-GROSS                    PIC 9(6)V99.
           03  NP-DED-TOT                  PIC 9(6)V99.
           03  NP-NET                      PIC 9(6)V99.

       FD  NPD-IN.
       01  NPD-REC.
           03  NPD-EMP-ID                  PIC X(4).
           03  NPD-CODE                    PIC X(3).
           03  NPD-TYPE                    PIC X.
           03  NPD-AMT                     PIC 9(6)V99.

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

      * One record: the next check number to print, the disbursement
      * account the checks are drawn on, and the positive-pay file
      * sequence.  Set up by hand once; this program keeps it.
       FD  CHECK-CTL.
       01  CC-REC.
           03  CC-NEXT-CHECK               PIC 9(8).
           03  CC-BANK-ACCT                PIC X(17).
           03  CC-PP-SEQ                   PIC 9(5).
           03  CC-STAMP                    PIC X(14).

      * Every check issued, and every void, appended in number order
      * of issue.  A void is a second record for the same check number
      * with CH-STATUS V - the last record for a check number wins.
      * CH-SOURCE is E (pay-by-check list), B (bank return reissue) or
      * R (replacement); CH-REF is the payment batch date for B and
      * the check replaced for R.
       FD  CHECK-HIST.
       01  CH-REC.
           03  CH-CHECK-NO                 PIC 9(8).
           03  CH-STATUS                   PIC X.
           03  CH-EMP-ID                   PIC X(4).
           03  CH-LNAME                    PIC X(15).
           03  CH-FNAME                    PIC X(15).
           03  CH-AMT                      PIC 9(7)V99.
           03  CH-QTR                      PIC 9.
           03  CH-YEAR                     PIC 9999.
           03  CH-SOURCE                   PIC X.
           03  CH-REF                      PIC X(8).
           03  CH-DATE                     PIC 9(8).
           03  CH-REASON                   PIC X(20).

       FD  POS-PAY.
       01  PP-OUT-REC                      PIC X(80).

       FD  CHECK-PRT.
       01  CHECK-PRT-REC                   PIC X(80).

       FD  PR-RPT.
       01  PR-RPT-REC                      PIC X(80).

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
       01  WS-EXC-IN-FILENAME              PIC X(30)   VALUE SPACES.
       01  WS-REI-IN-FILENAME              PIC X(30)   VALUE SPACES.
       01  WS-NET-IN-FILENAME              PIC X(30)   VALUE SPACES.
       01  WS-NPD-IN-FILENAME              PIC X(30)   VALUE SPACES.
       01  WS-PP-OUT-FILENAME              PIC X(30)   VALUE SPACES.
       01  WS-CHK-PRT-FILENAME             PIC X(30)   VALUE SPACES.
       01  WS-PR-RPT-FILENAME              PIC X(30)   VALUE SPACES.

       01  WS-RUN-PARM.
           03  WS-PARM-STRING               PIC X(20)   VALUE SPACES.
           03  WS-PARM-TOK1                 PIC X(5)    VALUE SPACES.
           03  WS-PARM-TOK2                 PIC X(5)    VALUE SPACES.
       01  WS-RUN-QTR                       PIC 9       VALUE ZERO.
       01  WS-RUN-YEAR                      PIC 9999    VALUE ZERO.
       01  WS-RLOG-RESULT                   PIC X(14)   VALUE 'N/A'.

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
           03  WS-RPT-QTR-LBL              PIC X(32).
           03  WS-RPT-DATE-TIME.
               05  WS-RPT-MO               PIC 99.
               05  FILLER                  PIC X     VALUE '/'.
               05  WS-RPT-DAY              PIC 99.
               05  FILLER                  PIC X     VALUE '/'.
               05  WS-RPT-YR               PIC 9999.

       01  WS-RPT-BLANK-LN                 PIC X(80) VALUE SPACES.

      * The pay-by-check list lines, laid out as GARCIA-P02-PAYMNT
      * prints them.
       01  WS-EXC-LN.
           03  FILLER                      PIC XX.
           03  WS-EXC-ID                   PIC X(4).
           03  FILLER                      PIC X(3).
           03  WS-EXC-LNAME                PIC X(15).
           03  FILLER                      PIC X.
           03  WS-EXC-FNAME                PIC X(15).
           03  FILLER                      PIC X.
           03  WS-EXC-AMT                  PIC ZZZ,ZZ9.99.
           03  FILLER                      PIC XX.
           03  WS-EXC-REASON               PIC X(26).
           03  FILLER                      PIC X.
       01  WS-EXC-TOT-LN REDEFINES WS-EXC-LN.
           03  FILLER                      PIC XX.
           03  WS-EXC-TOT-LABEL            PIC X(26).
           03  WS-EXC-TOT-COUNT            PIC ZZZZ9.
           03  FILLER                      PIC X.
           03  WS-EXC-TOT-AMT              PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(33).

      * Check stock: one check and its stub per page.
       01  WS-CHK-NO-LN.
           03  FILLER                      PIC X(15) VALUE
               '  CHECK NUMBER '.
           03  WS-CHK-NO                   PIC 9(8).
           03  FILLER                      PIC X(35) VALUE SPACES.
           03  FILLER                      PIC X(5)  VALUE 'DATE '.
           03  WS-CHK-MO                   PIC 99.
           03  FILLER                      PIC X     VALUE '/'.
           03  WS-CHK-DAY                  PIC 99.
           03  FILLER                      PIC X     VALUE '/'.
           03  WS-CHK-YR                   PIC 9999.
           03  FILLER                      PIC X(7)  VALUE SPACES.
       01  WS-CHK-PAY-LN.
           03  FILLER                      PIC X(22) VALUE
               '  PAY TO THE ORDER OF '.
           03  WS-CHK-PAYEE                PIC X(31).
           03  FILLER                      PIC X(5)  VALUE SPACES.
           03  FILLER                      PIC X     VALUE '$'.
           03  WS-CHK-AMT                  PIC **,***,**9.99.
           03  FILLER                      PIC X(8)  VALUE SPACES.
       01  WS-CHK-ADDR-LN.
           03  FILLER                      PIC X(22) VALUE SPACES.
           03  WS-CHK-ADDR                 PIC X(40).
           03  FILLER                      PIC X(18) VALUE SPACES.
       01  WS-CHK-MEMO-LN.
           03  FILLER                      PIC X(8)  VALUE '  MEMO  '.
           03  WS-CHK-MEMO                 PIC X(40).
           03  FILLER                      PIC X(32) VALUE SPACES.
       01  WS-CHK-DETACH-LN.
           03  FILLER                      PIC X(40) VALUE
               '  - - - - - - - - - - - - DETACH AND RET'.
           03  FILLER                      PIC X(40) VALUE
               'AIN THIS STATEMENT - - - - - - - - - - '.
       01  WS-STUB-EMP-LN.
           03  FILLER                      PIC X(10) VALUE
               '  EMP ID  '.
           03  WS-STUB-EMP-ID              PIC X(4).
           03  FILLER                      PIC XX    VALUE SPACES.
           03  WS-STUB-LNAME               PIC X(15).
           03  FILLER                      PIC X     VALUE SPACES.
           03  WS-STUB-FNAME               PIC X(15).
           03  FILLER                      PIC X(2)  VALUE ' Q'.
           03  WS-STUB-QTR                 PIC 9.
           03  FILLER                      PIC X     VALUE SPACES.
           03  WS-STUB-YEAR                PIC 9999.
           03  FILLER                      PIC X(8)  VALUE
               '  CHECK '.
           03  WS-STUB-CHECK-NO            PIC 9(8).
           03  FILLER                      PIC X(9)  VALUE SPACES.
       01  WS-STUB-GRS-LN.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  FILLER                      PIC X(10) VALUE 'GROSS PAY '.
           03  WS-STUB-GRS-AMT             PIC ZZZ,ZZ9.99.
           03  FILLER                      PIC X(58) VALUE SPACES.
       01  WS-STUB-DED-LN.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  WS-STUB-DED-KIND            PIC X(4).
           03  WS-STUB-DED-CODE            PIC X(3).
           03  FILLER                      PIC X(3)  VALUE SPACES.
           03  WS-STUB-DED-AMT             PIC ZZZ,ZZ9.99.
           03  FILLER                      PIC X(58) VALUE SPACES.
       01  WS-STUB-NET-LN.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  FILLER                      PIC X(10) VALUE 'NET PAY   '.
           03  WS-STUB-NET-AMT             PIC ZZZ,ZZ9.99.
           03  FILLER                      PIC X(58) VALUE SPACES.
       01  WS-STUB-NOTE-LN.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  WS-STUB-NOTE                PIC X(78).

      * Positive pay: header, one detail per check issued or voided,
      * and a trailer with count and amount hash (the same shape as
      * the deposit file).
       01  WS-PP-HDR.
           03  FILLER                      PIC X       VALUE 'H'.
           03  WS-PP-HDR-ACCT              PIC X(17).
           03  WS-PP-HDR-DATE              PIC X(8).
           03  WS-PP-HDR-SEQ               PIC 9(5).
       01  WS-PP-DTL.
           03  FILLER                      PIC X       VALUE 'D'.
           03  WS-PP-DTL-ACCT              PIC X(17).
           03  WS-PP-DTL-CHECK-NO          PIC 9(8).
           03  WS-PP-DTL-AMT               PIC 9(7)V99.
           03  WS-PP-DTL-ISSUE-DATE        PIC 9(8).
           03  WS-PP-DTL-VOID              PIC X.
           03  WS-PP-DTL-PAYEE             PIC X(31).
       01  WS-PP-TRL.
           03  FILLER                      PIC X       VALUE 'T'.
           03  WS-PP-TRL-CNT               PIC 9(5).
           03  WS-PP-TRL-HASH              PIC 9(11)V99.

      * Check register.
       01  WS-REG-HDG.
           03  FILLER                      PIC X(30) VALUE
               '  CHECK NO  EMP ID LAST NAME  '.
           03  FILLER                      PIC X(30) VALUE
               '          AMOUNT  NOTE        '.
           03  FILLER                      PIC X(20) VALUE SPACES.
       01  WS-REG-LN.
           03  FILLER                      PIC XX    VALUE SPACES.
           03  WS-REG-CHECK-NO             PIC X(8).
           03  FILLER                      PIC XX    VALUE SPACES.
           03  WS-REG-EMP-ID               PIC X(4).
           03  FILLER                      PIC X(3)  VALUE SPACES.
           03  WS-REG-LNAME                PIC X(15).
           03  FILLER                      PIC X     VALUE SPACES.
           03  WS-REG-AMT                  PIC ZZZ,ZZ9.99.
           03  FILLER                      PIC XX    VALUE SPACES.
           03  WS-REG-NOTE                 PIC X(33).

       01  WS-TOT-LN.
           03  FILLER                      PIC X(2)   VALUE SPACES.
           03  WS-TOT-LABEL                PIC X(26).
           03  WS-TOT-COUNT                PIC ZZZZ9.
           03  FILLER                      PIC X(1)   VALUE SPACES.
           03  WS-TOT-AMT                  PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(33)  VALUE SPACES.
       01  WS-RANGE-LN.
           03  FILLER                      PIC X(21) VALUE
               '  CHECK NUMBERS USED '.
           03  WS-RANGE-FIRST              PIC 9(8).
           03  FILLER                      PIC X(6)  VALUE ' THRU '.
           03  WS-RANGE-LAST               PIC 9(8).
           03  FILLER                      PIC X(37) VALUE SPACES.
       01  WS-FILE-LN.
           03  FILLER                      PIC X(21) VALUE
               '  POSITIVE PAY FILE  '.
           03  WS-FILE-LN-NAME             PIC X(30).
           03  FILLER                      PIC X(29) VALUE SPACES.
       01  WS-RECON-LN.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  FILLER                      PIC X(22) VALUE
               'CHECK LIST RECONCILE  '.
           03  WS-RECON-TEXT               PIC X(56).

       01  WS-FLAGS.
           03  WS-EXC-EOF-FLAG             PIC X       VALUE 'N'.
               88  WS-EXC-EOF                          VALUE 'Y'.
           03  WS-REI-EOF-FLAG             PIC X       VALUE 'N'.
               88  WS-REI-EOF                          VALUE 'Y'.
           03  WS-VT-EOF-FLAG              PIC X       VALUE 'N'.
               88  WS-VT-EOF                           VALUE 'Y'.
           03  WS-NET-EOF-FLAG             PIC X       VALUE 'N'.
               88  WS-NET-EOF                          VALUE 'Y'.
           03  WS-NPD-EOF-FLAG             PIC X       VALUE 'N'.
               88  WS-NPD-EOF                          VALUE 'Y'.
           03  WS-HIST-EOF-FLAG            PIC X       VALUE 'N'.
               88  WS-HIST-EOF                         VALUE 'Y'.
           03  WS-EMPL-FOUND-FLAG          PIC X       VALUE 'N'.
               88  WS-EMPL-FOUND                       VALUE 'Y'.
           03  WS-EXC-TOT-SEEN-FLAG        PIC X       VALUE 'N'.
               88  WS-EXC-TOT-SEEN                     VALUE 'Y'.
           03  WS-ISSUED-FLAG              PIC X       VALUE 'N'.
               88  WS-ALREADY-ISSUED                   VALUE 'Y'.

       01  WS-EXC-STATUS                   PIC XX      VALUE SPACES.
       01  WS-REI-STATUS                   PIC XX      VALUE SPACES.
       01  WS-VT-STATUS                    PIC XX      VALUE SPACES.
       01  WS-NET-STATUS                   PIC XX      VALUE SPACES.
       01  WS-NPD-STATUS                   PIC XX      VALUE SPACES.
       01  WS-EMPL-STATUS                  PIC XX      VALUE SPACES.
       01  WS-CTL-STATUS                   PIC XX      VALUE SPACES.
       01  WS-HIST-STATUS                  PIC XX      VALUE SPACES.
       01  WS-RLOG-STATUS                  PIC XX      VALUE SPACES.

       01  WS-CHKPRT-CTRS.
           03  WS-EXC-READ-CTR             PIC 9(5)    VALUE ZERO.
           03  WS-EXC-READ-TOT             PIC 9(9)V99 VALUE ZERO.
           03  WS-EXC-EXPECT-CTR           PIC 9(5)    VALUE ZERO.
           03  WS-EXC-EXPECT-TOT           PIC 9(9)V99 VALUE ZERO.
           03  WS-EXC-CHK-CTR              PIC 9(5)    VALUE ZERO.
           03  WS-EXC-CHK-TOT              PIC 9(9)V99 VALUE ZERO.
           03  WS-EXC-PRIOR-CTR            PIC 9(5)    VALUE ZERO.
           03  WS-EXC-PRIOR-TOT            PIC 9(9)V99 VALUE ZERO.
           03  WS-EXC-HELD-CTR             PIC 9(5)    VALUE ZERO.
           03  WS-EXC-HELD-TOT             PIC 9(9)V99 VALUE ZERO.
           03  WS-REI-READ-CTR             PIC 9(5)    VALUE ZERO.
           03  WS-REI-CHK-CTR              PIC 9(5)    VALUE ZERO.
           03  WS-REI-CHK-TOT              PIC 9(9)V99 VALUE ZERO.
           03  WS-VT-READ-CTR              PIC 9(5)    VALUE ZERO.
           03  WS-VOID-CTR                 PIC 9(5)    VALUE ZERO.
           03  WS-VOID-TOT                 PIC 9(9)V99 VALUE ZERO.
           03  WS-REPL-CTR                 PIC 9(5)    VALUE ZERO.
           03  WS-REPL-TOT                 PIC 9(9)V99 VALUE ZERO.
           03  WS-VT-REJECT-CTR            PIC 9(5)    VALUE ZERO.
           03  WS-DUP-CTR                  PIC 9(5)    VALUE ZERO.
           03  WS-ISSUED-CTR               PIC 9(5)    VALUE ZERO.
           03  WS-ISSUED-TOT               PIC 9(9)V99 VALUE ZERO.
           03  WS-PP-REC-CTR               PIC 9(5)    VALUE ZERO.
           03  WS-PP-HASH-TOT              PIC 9(11)V99 VALUE ZERO.

      * Check numbering.
       01  WS-CHECK-CONTROL.
           03  WS-NEXT-CHECK               PIC 9(8)    VALUE ZERO.
           03  WS-FIRST-CHECK              PIC 9(8)    VALUE ZERO.
           03  WS-LAST-CHECK               PIC 9(8)    VALUE ZERO.
           03  WS-HIGH-HIST-CHECK          PIC 9(8)    VALUE ZERO.
           03  WS-DISB-ACCT                PIC X(17)   VALUE SPACES.
           03  WS-PP-SEQ                   PIC 9(5)    VALUE ZERO.

      * The check being issued, whatever it came from.
       01  WS-ISSUE.
           03  WS-ISS-EMP-ID               PIC X(4).
           03  WS-ISS-LNAME                PIC X(15).
           03  WS-ISS-FNAME                PIC X(15).
           03  WS-ISS-AMT                  PIC 9(7)V99.
           03  WS-ISS-QTR                  PIC 9.
           03  WS-ISS-YEAR                 PIC 9999.
           03  WS-ISS-SOURCE               PIC X.
           03  WS-ISS-REF                  PIC X(8).
           03  WS-ISS-MEMO                 PIC X(40).
           03  WS-ISS-NOTE                 PIC X(33).
       01  WS-PAYEE                        PIC X(31)   VALUE SPACES.
       01  WS-ITEM-AMT                     PIC 9(7)V99 VALUE ZERO.
       01  WS-HOLD-NOTE                    PIC X(33)   VALUE SPACES.
       01  WS-TODAY                        PIC 9(8)    VALUE ZERO.

      * check-issued.dat in memory; a void updates the entry's status.
       01  WS-HIST-COUNT                   PIC 9(5)    VALUE ZERO.
       01  WS-HIST-SUB                     PIC 9(5)    VALUE ZERO.
       01  WS-FIND-CHECK-NO                PIC 9(8)    VALUE ZERO.
       01  WS-HIST-TABLE.
           03  WS-HT-ENTRY  OCCURS 10000 TIMES
                            INDEXED BY WS-HT-IDX.
               05  WS-HT-CHECK-NO          PIC 9(8).
               05  WS-HT-STATUS            PIC X.
               05  WS-HT-EMP-ID            PIC X(4).
               05  WS-HT-LNAME             PIC X(15).
               05  WS-HT-FNAME             PIC X(15).
               05  WS-HT-AMT               PIC 9(7)V99.
               05  WS-HT-QTR               PIC 9.
               05  WS-HT-YEAR              PIC 9999.
               05  WS-HT-SOURCE            PIC X.
               05  WS-HT-REF               PIC X(8).
               05  WS-HT-DATE              PIC 9(8).

      * The quarter's net pay and deduction detail, for the stubs.
       01  WS-NET-COUNT                    PIC 9(5)    VALUE ZERO.
       01  WS-NET-TABLE.
           03  WS-NT-ENTRY  OCCURS 5000 TIMES
                            INDEXED BY WS-NT-IDX.
               05  WS-NT-EMP-ID            PIC X(4).
               05  WS-NT-GROSS             PIC 9(6)V99.
               05  WS-NT-NET               PIC 9(6)V99.
       01  WS-NET-FOUND-FLAG               PIC X       VALUE 'N'.
           88  WS-NET-FOUND                            VALUE 'Y'.
       01  WS-NPD-COUNT                    PIC 9(5)    VALUE ZERO.
       01  WS-NPD-SUB                      PIC 9(5)    VALUE ZERO.
       01  WS-NPD-TABLE.
           03  WS-ND-ENTRY  OCCURS 30000 TIMES.
               05  WS-ND-EMP-ID            PIC X(4).
               05  WS-ND-CODE              PIC X(3).
               05  WS-ND-TYPE              PIC X.
               05  WS-ND-AMT               PIC 9(6)V99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 110-GET-RUN-PARM.
           PERFORM 300-GET-SYS-DATE-TIME.
           PERFORM 140-CHECK-PREREQ.
           PERFORM 160-LOAD-CHECK-HISTORY.
           PERFORM 170-LOAD-NETPAY.
           PERFORM 182-OPEN-EMPL-MST.
           PERFORM 184-OPEN-OUTPUTS.
           PERFORM 400-RPT-HEADING.
           PERFORM 450-WRITE-PP-HEADER.
           PERFORM 500-PROCESS-VOIDS.
           PERFORM 550-PROCESS-CHECK-LIST.
           PERFORM 570-PROCESS-REISSUES.
           PERFORM 650-WRITE-PP-TRAILER.
           PERFORM 680-REWRITE-CHECK-CONTROL.
           PERFORM 690-RECONCILE-CHECK-LIST.
           PERFORM 700-RPT-END.
           CLOSE EMPL-MST.
           CLOSE CHECK-HIST.
           CLOSE POS-PAY.
           CLOSE CHECK-PRT.
           CLOSE PR-RPT.
           DISPLAY 'PROJECT 2 CHECK PRINTING - MARIO GARCIA'.
           DISPLAY 'CHECKS ISSUED:      ', WS-ISSUED-CTR.
           DISPLAY 'CHECKS VOIDED:      ', WS-VOID-CTR.
           DISPLAY 'ALREADY ISSUED:     ', WS-DUP-CTR.
           DISPLAY 'HELD / REJECTED:    ', WS-EXC-HELD-CTR
                   ' / ' WS-VT-REJECT-CTR.
           DISPLAY 'POSITIVE PAY FILE:  ', WS-PP-OUT-FILENAME.
           PERFORM 900-WRITE-RUN-LOG.
           STOP RUN.
      *-----------------------------------------------------------------
       110-GET-RUN-PARM.
           MOVE SPACES TO WS-PARM-STRING.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
           IF WS-PARM-STRING = SPACES
               DISPLAY 'QUARTER AND YEAR ARE REQUIRED RUN PARMS, '
                       'E.G. Q2 2026'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           UNSTRING WS-PARM-STRING DELIMITED BY SPACE
               INTO WS-PARM-TOK1 WS-PARM-TOK2
           END-UNSTRING.
           IF WS-PARM-TOK1 (1:1) = 'Q' OR WS-PARM-TOK1 (1:1) = 'q'
               MOVE WS-PARM-TOK1 (2:1) TO WS-RUN-QTR
           ELSE
               MOVE WS-PARM-TOK1 (1:1) TO WS-RUN-QTR
           END-IF.
           MOVE WS-PARM-TOK2 (1:4)     TO WS-RUN-YEAR.
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
           PERFORM 130-BUILD-QTR-LABEL.
      *-----------------------------------------------------------------
       120-BUILD-FILENAMES.
           MOVE SPACES TO WS-EXC-IN-FILENAME.
           STRING 'LNAME-p02-paymnt-q' FUNCTION TRIM(WS-RUN-QTR)
                  '-' WS-RUN-YEAR '.exc' DELIMITED BY SIZE
                  INTO WS-EXC-IN-FILENAME
           END-STRING.
           MOVE SPACES TO WS-REI-IN-FILENAME.
           STRING 'check-reissue-q' FUNCTION TRIM(WS-RUN-QTR)
                  '-' WS-RUN-YEAR '.dat' DELIMITED BY SIZE
                  INTO WS-REI-IN-FILENAME
           END-STRING.
           MOVE SPACES TO WS-NET-IN-FILENAME.
           STRING 'netpay-q' FUNCTION TRIM(WS-RUN-QTR)
                  '-' WS-RUN-YEAR '.dat' DELIMITED BY SIZE
                  INTO WS-NET-IN-FILENAME
           END-STRING.
           MOVE SPACES TO WS-NPD-IN-FILENAME.
           STRING 'netpay-ded-q' FUNCTION TRIM(WS-RUN-QTR)
                  '-' WS-RUN-YEAR '.dat' DELIMITED BY SIZE
                  INTO WS-NPD-IN-FILENAME
           END-STRING.
           MOVE SPACES TO WS-CHK-PRT-FILENAME.
           STRING 'LNAME-p02-checks-q' FUNCTION TRIM(WS-RUN-QTR)
                  '-' WS-RUN-YEAR '.prt' DELIMITED BY SIZE
                  INTO WS-CHK-PRT-FILENAME
           END-STRING.
           MOVE SPACES TO WS-PR-RPT-FILENAME.
           STRING 'LNAME-p02-chkprt-q' FUNCTION TRIM(WS-RUN-QTR)
                  '-' WS-RUN-YEAR '.rpt' DELIMITED BY SIZE
                  INTO WS-PR-RPT-FILENAME
           END-STRING.
      *-----------------------------------------------------------------
       130-BUILD-QTR-LABEL.
           MOVE SPACES TO WS-RPT-QTR-LBL.
           STRING 'Q' FUNCTION TRIM(WS-RUN-QTR) ' ' WS-RUN-YEAR
                  ' CHECK REGISTER' DELIMITED BY SIZE
                  INTO WS-RPT-QTR-LBL
           END-STRING.
      *-----------------------------------------------------------------
      * Checks are only printed from a pay-by-check list and the net
      * pay detail it was built from, and only with a check number
      * control record to number them.  Any missing is a refused run.
       140-CHECK-PREREQ.
           OPEN INPUT CHECK-EXC.
           IF WS-EXC-STATUS NOT = '00'
               DISPLAY 'PAY-BY-CHECK LIST '
                       FUNCTION TRIM(WS-EXC-IN-FILENAME)
                       ' NOT AVAILABLE - STATUS: ' WS-EXC-STATUS
               DISPLAY 'RUN GARCIA-P02-PAYMNT FOR THE QUARTER FIRST'
               PERFORM 145-REFUSE-RUN
           END-IF.
           OPEN INPUT NET-IN.
           IF WS-NET-STATUS NOT = '00'
               DISPLAY 'NET PAY FILE NOT AVAILABLE - STATUS: '
                       WS-NET-STATUS
               DISPLAY 'RUN GARCIA-P02-NETPAY FOR THE QUARTER FIRST'
               PERFORM 145-REFUSE-RUN
           END-IF.
           OPEN INPUT NPD-IN.
           IF WS-NPD-STATUS NOT = '00'
               DISPLAY 'NET PAY DEDUCTION FILE NOT AVAILABLE - '
                       'STATUS: ' WS-NPD-STATUS
               DISPLAY 'RUN GARCIA-P02-NETPAY FOR THE QUARTER FIRST'
               PERFORM 145-REFUSE-RUN
           END-IF.
           PERFORM 150-LOAD-CHECK-CONTROL.
      *-----------------------------------------------------------------
       145-REFUSE-RUN.
           MOVE 12 TO RETURN-CODE.
           MOVE 'PREREQ FAILED' TO WS-RLOG-RESULT.
           PERFORM 900-WRITE-RUN-LOG.
           STOP RUN.
      *-----------------------------------------------------------------
       150-LOAD-CHECK-CONTROL.
           OPEN INPUT CHECK-CTL.
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'CHECK-CONTROL NOT AVAILABLE - STATUS: '
                       WS-CTL-STATUS
               DISPLAY 'SET UP check-control.dat WITH THE FIRST CHECK '
                       'NUMBER AND THE DISBURSEMENT ACCOUNT'
               PERFORM 145-REFUSE-RUN
           END-IF.
           READ CHECK-CTL
               AT END
                   MOVE SPACES TO CC-REC
           END-READ.
           CLOSE CHECK-CTL.
           IF CC-NEXT-CHECK NOT NUMERIC OR CC-NEXT-CHECK = ZERO OR
              CC-BANK-ACCT = SPACES
               DISPLAY 'CHECK-CONTROL RECORD IS INVALID: ' CC-REC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CC-NEXT-CHECK TO WS-NEXT-CHECK.
           MOVE CC-BANK-ACCT  TO WS-DISB-ACCT.
           IF CC-PP-SEQ NUMERIC
               MOVE CC-PP-SEQ TO WS-PP-SEQ
           END-IF.
           ADD 1 TO WS-PP-SEQ.
           MOVE SPACES TO WS-PP-OUT-FILENAME.
           STRING 'positive-pay-' WS-PP-SEQ '.dat' DELIMITED BY SIZE
                  INTO WS-PP-OUT-FILENAME
           END-STRING.
      *-----------------------------------------------------------------
      * The history is the proof of what was paid.  Numbering carries
      * on after the highest check ever issued even if the control
      * record was restored from an older copy, so no number is used
      * twice.
       160-LOAD-CHECK-HISTORY.
           OPEN INPUT CHECK-HIST.
           EVALUATE WS-HIST-STATUS
               WHEN '00'
                   PERFORM UNTIL WS-HIST-EOF
                       READ CHECK-HIST
                           AT END
                               SET WS-HIST-EOF TO TRUE
                           NOT AT END
                               PERFORM 165-LOAD-ONE-HISTORY
                       END-READ
                   END-PERFORM
                   CLOSE CHECK-HIST
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CHECK HISTORY WILL NOT OPEN - STATUS: '
                           WS-HIST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF WS-HIGH-HIST-CHECK >= WS-NEXT-CHECK
               DISPLAY 'WARNING: CHECK-CONTROL NEXT NUMBER '
                       WS-NEXT-CHECK ' IS BEHIND CHECK HISTORY - '
                       'CONTINUING AFTER ' WS-HIGH-HIST-CHECK
               COMPUTE WS-NEXT-CHECK = WS-HIGH-HIST-CHECK + 1
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       165-LOAD-ONE-HISTORY.
           IF CH-CHECK-NO > WS-HIGH-HIST-CHECK
               MOVE CH-CHECK-NO TO WS-HIGH-HIST-CHECK
           END-IF.
           MOVE CH-CHECK-NO TO WS-FIND-CHECK-NO.
           PERFORM 520-FIND-CHECK.
           IF WS-HIST-SUB > ZERO
               MOVE CH-STATUS TO WS-HT-STATUS (WS-HIST-SUB)
           ELSE
               IF WS-HIST-COUNT < 10000
                   ADD 1 TO WS-HIST-COUNT
                   MOVE CH-CHECK-NO TO WS-HT-CHECK-NO (WS-HIST-COUNT)
                   MOVE CH-STATUS   TO WS-HT-STATUS   (WS-HIST-COUNT)
                   MOVE CH-EMP-ID   TO WS-HT-EMP-ID   (WS-HIST-COUNT)
                   MOVE CH-LNAME    TO WS-HT-LNAME    (WS-HIST-COUNT)
                   MOVE CH-FNAME    TO WS-HT-FNAME    (WS-HIST-COUNT)
                   MOVE CH-AMT      TO WS-HT-AMT      (WS-HIST-COUNT)
                   MOVE CH-QTR      TO WS-HT-QTR      (WS-HIST-COUNT)
                   MOVE CH-YEAR     TO WS-HT-YEAR     (WS-HIST-COUNT)
                   MOVE CH-SOURCE   TO WS-HT-SOURCE   (WS-HIST-COUNT)
                   MOVE CH-REF      TO WS-HT-REF      (WS-HIST-COUNT)
                   MOVE CH-DATE     TO WS-HT-DATE     (WS-HIST-COUNT)
               ELSE
                   DISPLAY 'CHECK HISTORY TABLE FULL - CANNOT CONTINUE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       170-LOAD-NETPAY.
           PERFORM UNTIL WS-NET-EOF
               READ NET-IN
                   AT END
                       SET WS-NET-EOF TO TRUE
                   NOT AT END
                       IF WS-NET-COUNT < 5000
                           ADD 1 TO WS-NET-COUNT
                           MOVE NP-EMP-ID
                                TO WS-NT-EMP-ID (WS-NET-COUNT)
                           MOVE NP-GROSS
                                TO WS-NT-GROSS  (WS-NET-COUNT)
                           MOVE NP-NET
                                TO WS-NT-NET    (WS-NET-COUNT)
                       ELSE
                           DISPLAY 'NET PAY TABLE FULL - CANNOT '
                                   'CONTINUE'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NET-IN.
           PERFORM UNTIL WS-NPD-EOF
               READ NPD-IN
                   AT END
                       SET WS-NPD-EOF TO TRUE
                   NOT AT END
                       IF WS-NPD-COUNT < 30000
                           ADD 1 TO WS-NPD-COUNT
                           MOVE NPD-EMP-ID
                                TO WS-ND-EMP-ID (WS-NPD-COUNT)
                           MOVE NPD-CODE
                                TO WS-ND-CODE   (WS-NPD-COUNT)
                           MOVE NPD-TYPE
                                TO WS-ND-TYPE   (WS-NPD-COUNT)
                           MOVE NPD-AMT
                                TO WS-ND-AMT    (WS-NPD-COUNT)
                       ELSE
                           DISPLAY 'NET PAY DEDUCTION TABLE FULL - '
                                   'CANNOT CONTINUE'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NPD-IN.
      *-----------------------------------------------------------------
       182-OPEN-EMPL-MST.
           OPEN INPUT EMPL-MST.
           IF WS-EMPL-STATUS NOT = '00'
               DISPLAY 'EMPLOYEE-MASTER NOT AVAILABLE - STATUS: '
                       WS-EMPL-STATUS
               DISPLAY 'RUN GARCIA-P02-EMPMNT TO BUILD THE MASTER'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------
       184-OPEN-OUTPUTS.
           OPEN EXTEND CHECK-HIST.
           IF WS-HIST-STATUS = '35'
               OPEN OUTPUT CHECK-HIST
           END-IF.
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'CHECK HISTORY WILL NOT OPEN - STATUS: '
                       WS-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT POS-PAY.
           OPEN OUTPUT CHECK-PRT.
           OPEN OUTPUT PR-RPT.
           MOVE WS-SYS-DATE (1:8) TO WS-TODAY.
      *-----------------------------------------------------------------
      * Voids go first so a replacement is numbered ahead of the new
      * quarter's checks.  A check is only voided once; a transaction
      * for a check already void is reported and left alone, so the
      * transaction file can be rerun safely.
       500-PROCESS-VOIDS.
           OPEN INPUT VOID-TRANS.
           EVALUATE WS-VT-STATUS
               WHEN '00'
                   PERFORM UNTIL WS-VT-EOF
                       READ VOID-TRANS
                           AT END
                               SET WS-VT-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-VT-READ-CTR
                               PERFORM 510-VOID-ONE-CHECK
                       END-READ
                   END-PERFORM
                   CLOSE VOID-TRANS
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'VOID TRANSACTIONS WILL NOT OPEN - STATUS: '
                           WS-VT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *-----------------------------------------------------------------
       510-VOID-ONE-CHECK.
           MOVE ZERO   TO WS-HIST-SUB.
           MOVE SPACES TO WS-HOLD-NOTE.
           EVALUATE TRUE
               WHEN VT-ACTION NOT = 'V' AND VT-ACTION NOT = 'R'
                   MOVE 'REJECTED - INVALID VOID ACTION'
                        TO WS-HOLD-NOTE
               WHEN VT-CHECK-NO NOT NUMERIC
                   MOVE 'REJECTED - INVALID CHECK NUMBER'
                        TO WS-HOLD-NOTE
               WHEN OTHER
                   MOVE VT-CHECK-NO TO WS-FIND-CHECK-NO
                   PERFORM 520-FIND-CHECK
                   IF WS-HIST-SUB = ZERO
                       MOVE 'REJECTED - CHECK NEVER ISSUED'
                            TO WS-HOLD-NOTE
                   END-IF
           END-EVALUATE.

           IF WS-HOLD-NOTE NOT = SPACES
               ADD 1 TO WS-VT-REJECT-CTR
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE VT-CHECK-NO TO WS-REG-CHECK-NO
               MOVE SPACES      TO WS-REG-EMP-ID WS-REG-LNAME
               MOVE ZERO        TO WS-REG-AMT
               MOVE WS-HOLD-NOTE TO WS-REG-NOTE
               WRITE PR-RPT-REC FROM WS-REG-LN
           ELSE
               IF WS-HT-STATUS (WS-HIST-SUB) = 'V'
                   ADD 1 TO WS-DUP-CTR
                   MOVE 'ALREADY VOID - NO ACTION' TO WS-HOLD-NOTE
                   PERFORM 530-WRITE-HIST-REG-LN
               ELSE
                   PERFORM 540-WRITE-VOID
                   IF VT-ACTION = 'R'
                       PERFORM 545-ISSUE-REPLACEMENT
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * Looks up WS-FIND-CHECK-NO; WS-HIST-SUB is zero when that check
      * was never issued.
       520-FIND-CHECK.
           MOVE ZERO TO WS-HIST-SUB.
           IF WS-HIST-COUNT > ZERO
               SET WS-HT-IDX TO 1
               SEARCH WS-HT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-HT-IDX > WS-HIST-COUNT
                       CONTINUE
                   WHEN WS-HT-CHECK-NO (WS-HT-IDX) = WS-FIND-CHECK-NO
                       SET WS-HIST-SUB TO WS-HT-IDX
               END-SEARCH
           END-IF.
      *-----------------------------------------------------------------
       530-WRITE-HIST-REG-LN.
           MOVE WS-HT-CHECK-NO (WS-HIST-SUB) TO WS-REG-CHECK-NO.
           MOVE WS-HT-EMP-ID (WS-HIST-SUB)   TO WS-REG-EMP-ID.
           MOVE WS-HT-LNAME (WS-HIST-SUB)    TO WS-REG-LNAME.
           MOVE WS-HT-AMT (WS-HIST-SUB)      TO WS-REG-AMT.
           MOVE WS-HOLD-NOTE                 TO WS-REG-NOTE.
           WRITE PR-RPT-REC                  FROM WS-REG-LN.
      *-----------------------------------------------------------------
       540-WRITE-VOID.
           MOVE 'V' TO WS-HT-STATUS (WS-HIST-SUB).
           MOVE WS-HT-CHECK-NO (WS-HIST-SUB) TO CH-CHECK-NO.
           MOVE 'V'                          TO CH-STATUS.
           MOVE WS-HT-EMP-ID (WS-HIST-SUB)   TO CH-EMP-ID.
           MOVE WS-HT-LNAME (WS-HIST-SUB)    TO CH-LNAME.
           MOVE WS-HT-FNAME (WS-HIST-SUB)    TO CH-FNAME.
           MOVE WS-HT-AMT (WS-HIST-SUB)      TO CH-AMT.
           MOVE WS-HT-QTR (WS-HIST-SUB)      TO CH-QTR.
           MOVE WS-HT-YEAR (WS-HIST-SUB)     TO CH-YEAR.
           MOVE WS-HT-SOURCE (WS-HIST-SUB)   TO CH-SOURCE.
           MOVE WS-HT-REF (WS-HIST-SUB)      TO CH-REF.
           MOVE WS-TODAY                     TO CH-DATE.
           MOVE VT-REASON                    TO CH-REASON.
           WRITE CH-REC.

           MOVE WS-HT-FNAME (WS-HIST-SUB)    TO WS-ISS-FNAME.
           MOVE WS-HT-LNAME (WS-HIST-SUB)    TO WS-ISS-LNAME.
           PERFORM 625-BUILD-PAYEE.
           MOVE WS-HT-CHECK-NO (WS-HIST-SUB) TO WS-PP-DTL-CHECK-NO.
           MOVE WS-HT-AMT (WS-HIST-SUB)      TO WS-PP-DTL-AMT.
           MOVE WS-HT-DATE (WS-HIST-SUB)     TO WS-PP-DTL-ISSUE-DATE.
           MOVE 'V'                          TO WS-PP-DTL-VOID.
           PERFORM 640-WRITE-PP-DETAIL.

           ADD 1                             TO WS-VOID-CTR.
           ADD WS-HT-AMT (WS-HIST-SUB)       TO WS-VOID-TOT.
           MOVE SPACES                       TO WS-HOLD-NOTE.
           STRING 'VOIDED - ' VT-REASON DELIMITED BY SIZE
                  INTO WS-HOLD-NOTE
           END-STRING.
           PERFORM 530-WRITE-HIST-REG-LN.
      *-----------------------------------------------------------------
      * Same payee, amount and quarter as the check it replaces.  The
      * stub prints when the replacement is for this run's quarter;
      * an older check's detail is on the original stub.
       545-ISSUE-REPLACEMENT.
           MOVE WS-HT-EMP-ID (WS-HIST-SUB)   TO WS-ISS-EMP-ID.
           MOVE WS-HT-LNAME (WS-HIST-SUB)    TO WS-ISS-LNAME.
           MOVE WS-HT-FNAME (WS-HIST-SUB)    TO WS-ISS-FNAME.
           MOVE WS-HT-AMT (WS-HIST-SUB)      TO WS-ISS-AMT.
           MOVE WS-HT-QTR (WS-HIST-SUB)      TO WS-ISS-QTR.
           MOVE WS-HT-YEAR (WS-HIST-SUB)     TO WS-ISS-YEAR.
           MOVE 'R'                          TO WS-ISS-SOURCE.
           MOVE WS-HT-CHECK-NO (WS-HIST-SUB) TO WS-ISS-REF.
           MOVE SPACES                       TO WS-ISS-MEMO.
           STRING 'REPLACES CHECK ' WS-ISS-REF DELIMITED BY SIZE
                  INTO WS-ISS-MEMO
           END-STRING.
           MOVE SPACES                       TO WS-ISS-NOTE.
           STRING 'REPLACES ' WS-ISS-REF DELIMITED BY SIZE
                  INTO WS-ISS-NOTE
           END-STRING.
           PERFORM 600-ISSUE-CHECK.
           ADD 1                             TO WS-REPL-CTR.
           ADD WS-ISS-AMT                    TO WS-REPL-TOT.
      *-----------------------------------------------------------------
      * One check per line of the pay-by-check list.  The amount must
      * agree with the quarter's net pay file the stub is printed
      * from; a disagreement is held for payroll, not guessed at.
       550-PROCESS-CHECK-LIST.
           PERFORM UNTIL WS-EXC-EOF
               READ CHECK-EXC INTO WS-EXC-LN
                   AT END
                       SET WS-EXC-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN CHECK-EXC-REC = SPACES
                               CONTINUE
                           WHEN CHECK-EXC-REC (3:6) = 'EMP ID'
                               CONTINUE
                           WHEN WS-EXC-TOT-LABEL =
                                'PAY BY CHECK TOTAL:'
                               SET WS-EXC-TOT-SEEN TO TRUE
                               MOVE WS-EXC-TOT-COUNT
                                    TO WS-EXC-EXPECT-CTR
                               MOVE WS-EXC-TOT-AMT
                                    TO WS-EXC-EXPECT-TOT
                           WHEN OTHER
                               PERFORM 555-CHECK-ONE-EXC
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE CHECK-EXC.
      *-----------------------------------------------------------------
       555-CHECK-ONE-EXC.
           ADD 1 TO WS-EXC-READ-CTR.
           MOVE WS-EXC-AMT TO WS-ITEM-AMT.
           ADD WS-ITEM-AMT TO WS-EXC-READ-TOT.

           MOVE WS-EXC-ID     TO WS-ISS-EMP-ID.
           MOVE WS-EXC-LNAME  TO WS-ISS-LNAME.
           MOVE WS-EXC-FNAME  TO WS-ISS-FNAME.
           MOVE WS-ITEM-AMT   TO WS-ISS-AMT.
           MOVE WS-RUN-QTR    TO WS-ISS-QTR.
           MOVE WS-RUN-YEAR   TO WS-ISS-YEAR.
           MOVE 'E'           TO WS-ISS-SOURCE.
           MOVE SPACES        TO WS-ISS-REF.
           MOVE SPACES        TO WS-ISS-MEMO.
           STRING 'Q' WS-RUN-QTR ' ' WS-RUN-YEAR ' NET PAY'
                  DELIMITED BY SIZE INTO WS-ISS-MEMO
           END-STRING.
           MOVE 'PAY-BY-CHECK LIST' TO WS-ISS-NOTE.

           PERFORM 580-FIND-ISSUED.
           PERFORM 620-FIND-NET.
           MOVE SPACES TO WS-HOLD-NOTE.
           EVALUATE TRUE
               WHEN WS-ALREADY-ISSUED
                   CONTINUE
               WHEN WS-ITEM-AMT = ZERO
                   MOVE 'HELD - ZERO NET PAY' TO WS-HOLD-NOTE
               WHEN NOT WS-NET-FOUND
                   MOVE 'HELD - NOT ON NET PAY FILE' TO WS-HOLD-NOTE
               WHEN WS-NT-NET (WS-NT-IDX) NOT = WS-ITEM-AMT
                   MOVE 'HELD - NET PAY FILE DISAGREES'
                        TO WS-HOLD-NOTE
           END-EVALUATE.

           EVALUATE TRUE
               WHEN WS-ALREADY-ISSUED
                   ADD 1           TO WS-EXC-PRIOR-CTR
                   ADD WS-ITEM-AMT TO WS-EXC-PRIOR-TOT
                   ADD 1           TO WS-DUP-CTR
                   MOVE SPACES     TO WS-HOLD-NOTE
                   STRING 'ALREADY ISSUED ON '
                          WS-HT-CHECK-NO (WS-HIST-SUB)
                          DELIMITED BY SIZE INTO WS-HOLD-NOTE
                   END-STRING
                   PERFORM 590-WRITE-ITEM-REG-LN
               WHEN WS-HOLD-NOTE NOT = SPACES
                   ADD 1           TO WS-EXC-HELD-CTR
                   ADD WS-ITEM-AMT TO WS-EXC-HELD-TOT
                   IF WS-ITEM-AMT NOT = ZERO AND RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   PERFORM 590-WRITE-ITEM-REG-LN
               WHEN OTHER
                   PERFORM 600-ISSUE-CHECK
                   ADD 1           TO WS-EXC-CHK-CTR
                   ADD WS-ITEM-AMT TO WS-EXC-CHK-TOT
           END-EVALUATE.
      *-----------------------------------------------------------------
      * Deposits the bank returned are paid by check for the amount
      * that came back.
       570-PROCESS-REISSUES.
           OPEN INPUT REISSUE-IN.
           EVALUATE WS-REI-STATUS
               WHEN '00'
                   PERFORM UNTIL WS-REI-EOF
                       READ REISSUE-IN
                           AT END
                               SET WS-REI-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-REI-READ-CTR
                               PERFORM 575-CHECK-ONE-REISSUE
                       END-READ
                   END-PERFORM
                   CLOSE REISSUE-IN
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CHECK REISSUE FILE WILL NOT OPEN - STATUS: '
                           WS-REI-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *-----------------------------------------------------------------
       575-CHECK-ONE-REISSUE.
           MOVE REI-EMP-ID      TO WS-ISS-EMP-ID.
           MOVE REI-LNAME       TO WS-ISS-LNAME.
           MOVE REI-FNAME       TO WS-ISS-FNAME.
           MOVE REI-AMT         TO WS-ISS-AMT WS-ITEM-AMT.
           MOVE REI-QTR         TO WS-ISS-QTR.
           MOVE REI-YEAR        TO WS-ISS-YEAR.
           MOVE 'B'             TO WS-ISS-SOURCE.
           MOVE REI-BATCH-DATE  TO WS-ISS-REF.
           MOVE SPACES          TO WS-ISS-MEMO.
           STRING 'Q' REI-QTR ' ' REI-YEAR ' DEPOSIT RETURNED - '
                  REI-REASON DELIMITED BY SIZE INTO WS-ISS-MEMO
           END-STRING.
           MOVE SPACES          TO WS-ISS-NOTE.
           STRING 'BANK RETURN ' REI-REASON DELIMITED BY SIZE
                  INTO WS-ISS-NOTE
           END-STRING.
           PERFORM 580-FIND-ISSUED.
           IF WS-ALREADY-ISSUED
               ADD 1 TO WS-DUP-CTR
               MOVE SPACES TO WS-HOLD-NOTE
               STRING 'ALREADY ISSUED ON '
                      WS-HT-CHECK-NO (WS-HIST-SUB)
                      DELIMITED BY SIZE INTO WS-HOLD-NOTE
               END-STRING
               PERFORM 590-WRITE-ITEM-REG-LN
           ELSE
               PERFORM 600-ISSUE-CHECK
               ADD 1           TO WS-REI-CHK-CTR
               ADD WS-ITEM-AMT TO WS-REI-CHK-TOT
           END-IF.
      *-----------------------------------------------------------------
      * A pay-by-check line or a returned deposit already has a check
      * when the history holds one for the same employee, quarter,
      * source and batch - voided or not (a void is replaced through
      * its own transaction, never by a rerun).
       580-FIND-ISSUED.
           MOVE 'N'  TO WS-ISSUED-FLAG.
           MOVE ZERO TO WS-HIST-SUB.
           IF WS-HIST-COUNT > ZERO
               SET WS-HT-IDX TO 1
               SEARCH WS-HT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-HT-IDX > WS-HIST-COUNT
                       CONTINUE
                   WHEN WS-HT-EMP-ID (WS-HT-IDX) = WS-ISS-EMP-ID AND
                        WS-HT-QTR (WS-HT-IDX)    = WS-ISS-QTR    AND
                        WS-HT-YEAR (WS-HT-IDX)   = WS-ISS-YEAR   AND
                        WS-HT-SOURCE (WS-HT-IDX) = WS-ISS-SOURCE AND
                        WS-HT-REF (WS-HT-IDX)    = WS-ISS-REF
                       SET WS-ALREADY-ISSUED TO TRUE
                       SET WS-HIST-SUB TO WS-HT-IDX
               END-SEARCH
           END-IF.
      *-----------------------------------------------------------------
       590-WRITE-ITEM-REG-LN.
           MOVE SPACES                     TO   WS-REG-CHECK-NO.
           MOVE WS-ISS-EMP-ID              TO   WS-REG-EMP-ID.
           MOVE WS-ISS-LNAME               TO   WS-REG-LNAME.
           MOVE WS-ISS-AMT                 TO   WS-REG-AMT.
           MOVE WS-HOLD-NOTE               TO   WS-REG-NOTE.
           WRITE PR-RPT-REC                FROM WS-REG-LN.
      *-----------------------------------------------------------------
      * Takes the next number, prints the check and stub, and records
      * it on the history, the positive-pay file and the register -
      * the same way whatever the check is for.
       600-ISSUE-CHECK.
           MOVE WS-NEXT-CHECK              TO   WS-LAST-CHECK.
           IF WS-FIRST-CHECK = ZERO
               MOVE WS-NEXT-CHECK          TO   WS-FIRST-CHECK
           END-IF.
           ADD 1                           TO   WS-NEXT-CHECK.
           PERFORM 625-BUILD-PAYEE.
           PERFORM 610-PRINT-CHECK.
           PERFORM 630-WRITE-HISTORY.

           MOVE WS-LAST-CHECK              TO   WS-PP-DTL-CHECK-NO.
           MOVE WS-ISS-AMT                 TO   WS-PP-DTL-AMT.
           MOVE WS-TODAY                   TO   WS-PP-DTL-ISSUE-DATE.
           MOVE SPACE                      TO   WS-PP-DTL-VOID.
           PERFORM 640-WRITE-PP-DETAIL.

           MOVE WS-LAST-CHECK              TO   WS-REG-CHECK-NO.
           MOVE WS-ISS-EMP-ID              TO   WS-REG-EMP-ID.
           MOVE WS-ISS-LNAME               TO   WS-REG-LNAME.
           MOVE WS-ISS-AMT                 TO   WS-REG-AMT.
           MOVE WS-ISS-NOTE                TO   WS-REG-NOTE.
           WRITE PR-RPT-REC                FROM WS-REG-LN.
           ADD 1                           TO   WS-ISSUED-CTR.
           ADD WS-ISS-AMT                  TO   WS-ISSUED-TOT.
      *-----------------------------------------------------------------
       610-PRINT-CHECK.
           MOVE WS-LAST-CHECK              TO   WS-CHK-NO.
           MOVE WS-SYS-MO                  TO   WS-CHK-MO.
           MOVE WS-SYS-DAY                 TO   WS-CHK-DAY.
           MOVE WS-SYS-YR                  TO   WS-CHK-YR.
           IF WS-ISSUED-CTR = ZERO
               WRITE CHECK-PRT-REC         FROM WS-CHK-NO-LN
           ELSE
               WRITE CHECK-PRT-REC         FROM WS-CHK-NO-LN
                                            AFTER ADVANCING PAGE
           END-IF.
           WRITE CHECK-PRT-REC             FROM WS-RPT-BLANK-LN.
           MOVE WS-PAYEE                   TO   WS-CHK-PAYEE.
           MOVE WS-ISS-AMT                 TO   WS-CHK-AMT.
           WRITE CHECK-PRT-REC             FROM WS-CHK-PAY-LN.

           MOVE WS-ISS-EMP-ID              TO   EMPL-ID.
           MOVE 'N'                        TO   WS-EMPL-FOUND-FLAG.
           READ EMPL-MST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-EMPL-FOUND TO TRUE
           END-READ.
           IF WS-EMPL-FOUND AND EMPL-ADDR-STREET NOT = SPACES
               MOVE EMPL-ADDR-STREET       TO   WS-CHK-ADDR
               WRITE CHECK-PRT-REC         FROM WS-CHK-ADDR-LN
               MOVE SPACES                 TO   WS-CHK-ADDR
               STRING FUNCTION TRIM(EMPL-ADDR-CITY) ', '
                      EMPL-ADDR-STATE '  ' EMPL-ADDR-ZIP
                      DELIMITED BY SIZE INTO WS-CHK-ADDR
               END-STRING
               WRITE CHECK-PRT-REC         FROM WS-CHK-ADDR-LN
           ELSE
               WRITE CHECK-PRT-REC         FROM WS-RPT-BLANK-LN
               WRITE CHECK-PRT-REC         FROM WS-RPT-BLANK-LN
           END-IF.
           WRITE CHECK-PRT-REC             FROM WS-RPT-BLANK-LN.
           MOVE WS-ISS-MEMO                TO   WS-CHK-MEMO.
           WRITE CHECK-PRT-REC             FROM WS-CHK-MEMO-LN.
           WRITE CHECK-PRT-REC             FROM WS-RPT-BLANK-LN.
           WRITE CHECK-PRT-REC             FROM WS-CHK-DETACH-LN.
           WRITE CHECK-PRT-REC             FROM WS-RPT-BLANK-LN.
           PERFORM 615-PRINT-STUB.
      *-----------------------------------------------------------------
      * The stub shows the quarter's gross, each tax and deduction as
      * NETPAY posted it, and net; the check amount follows when the
      * check is not the whole quarter's net (a returned deposit or a
      * replacement for another quarter).
       615-PRINT-STUB.
           MOVE WS-ISS-EMP-ID              TO   WS-STUB-EMP-ID.
           MOVE WS-ISS-LNAME               TO   WS-STUB-LNAME.
           MOVE WS-ISS-FNAME               TO   WS-STUB-FNAME.
           MOVE WS-ISS-QTR                 TO   WS-STUB-QTR.
           MOVE WS-ISS-YEAR                TO   WS-STUB-YEAR.
           MOVE WS-LAST-CHECK              TO   WS-STUB-CHECK-NO.
           WRITE CHECK-PRT-REC             FROM WS-STUB-EMP-LN.
           WRITE CHECK-PRT-REC             FROM WS-RPT-BLANK-LN.
           PERFORM 620-FIND-NET.
           IF WS-ISS-QTR = WS-RUN-QTR AND WS-ISS-YEAR = WS-RUN-YEAR
              AND WS-NET-FOUND
               MOVE WS-NT-GROSS (WS-NT-IDX) TO  WS-STUB-GRS-AMT
               WRITE CHECK-PRT-REC         FROM WS-STUB-GRS-LN
               PERFORM VARYING WS-NPD-SUB FROM 1 BY 1
                         UNTIL WS-NPD-SUB > WS-NPD-COUNT
                   IF WS-ND-EMP-ID (WS-NPD-SUB) = WS-ISS-EMP-ID
                       IF WS-ND-TYPE (WS-NPD-SUB) = 'T'
                           MOVE 'TAX '     TO   WS-STUB-DED-KIND
                       ELSE
                           MOVE 'DED '     TO   WS-STUB-DED-KIND
                       END-IF
                       MOVE WS-ND-CODE (WS-NPD-SUB)
                            TO WS-STUB-DED-CODE
                       MOVE WS-ND-AMT (WS-NPD-SUB)
                            TO WS-STUB-DED-AMT
                       WRITE CHECK-PRT-REC FROM WS-STUB-DED-LN
                   END-IF
               END-PERFORM
               MOVE WS-NT-NET (WS-NT-IDX)  TO   WS-STUB-NET-AMT
               WRITE CHECK-PRT-REC         FROM WS-STUB-NET-LN
           ELSE
               MOVE SPACES                 TO   WS-STUB-NOTE
               STRING 'EARNINGS DETAIL FOR Q' WS-ISS-QTR ' '
                      WS-ISS-YEAR ' IS ON THE ORIGINAL STATEMENT'
                      DELIMITED BY SIZE INTO WS-STUB-NOTE
               END-STRING
               WRITE CHECK-PRT-REC         FROM WS-STUB-NOTE-LN
           END-IF.
           IF WS-ISS-SOURCE NOT = 'E'
               WRITE CHECK-PRT-REC         FROM WS-RPT-BLANK-LN
               MOVE SPACES                 TO   WS-STUB-NOTE
               MOVE WS-ISS-MEMO            TO   WS-STUB-NOTE
               WRITE CHECK-PRT-REC         FROM WS-STUB-NOTE-LN
           END-IF.
      *-----------------------------------------------------------------
       620-FIND-NET.
           MOVE 'N' TO WS-NET-FOUND-FLAG.
           IF WS-NET-COUNT > ZERO
               SET WS-NT-IDX TO 1
               SEARCH WS-NT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-NT-IDX > WS-NET-COUNT
                       CONTINUE
                   WHEN WS-NT-EMP-ID (WS-NT-IDX) = WS-ISS-EMP-ID
                       SET WS-NET-FOUND TO TRUE
               END-SEARCH
           END-IF.
      *-----------------------------------------------------------------
       625-BUILD-PAYEE.
           MOVE SPACES TO WS-PAYEE.
           STRING FUNCTION TRIM(WS-ISS-FNAME) ' '
                  FUNCTION TRIM(WS-ISS-LNAME)
                  DELIMITED BY SIZE INTO WS-PAYEE
           END-STRING.
      *-----------------------------------------------------------------
       630-WRITE-HISTORY.
           MOVE WS-LAST-CHECK              TO   CH-CHECK-NO.
           MOVE 'I'                        TO   CH-STATUS.
           MOVE WS-ISS-EMP-ID              TO   CH-EMP-ID.
           MOVE WS-ISS-LNAME               TO   CH-LNAME.
           MOVE WS-ISS-FNAME               TO   CH-FNAME.
           MOVE WS-ISS-AMT                 TO   CH-AMT.
           MOVE WS-ISS-QTR                 TO   CH-QTR.
           MOVE WS-ISS-YEAR                TO   CH-YEAR.
           MOVE WS-ISS-SOURCE              TO   CH-SOURCE.
           MOVE WS-ISS-REF                 TO   CH-REF.
           MOVE WS-TODAY                   TO   CH-DATE.
           MOVE SPACES                     TO   CH-REASON.
           WRITE CH-REC.
           PERFORM 165-LOAD-ONE-HISTORY.
      *-----------------------------------------------------------------
       640-WRITE-PP-DETAIL.
           MOVE WS-DISB-ACCT               TO   WS-PP-DTL-ACCT.
           MOVE WS-PAYEE                   TO   WS-PP-DTL-PAYEE.
           WRITE PP-OUT-REC                FROM WS-PP-DTL.
           ADD 1                           TO   WS-PP-REC-CTR.
           ADD WS-PP-DTL-AMT               TO   WS-PP-HASH-TOT.
      *-----------------------------------------------------------------
       450-WRITE-PP-HEADER.
           MOVE WS-DISB-ACCT               TO   WS-PP-HDR-ACCT.
           MOVE WS-SYS-DATE (1:8)          TO   WS-PP-HDR-DATE.
           MOVE WS-PP-SEQ                  TO   WS-PP-HDR-SEQ.
           WRITE PP-OUT-REC                FROM WS-PP-HDR.
      *-----------------------------------------------------------------
       650-WRITE-PP-TRAILER.
           MOVE WS-PP-REC-CTR              TO   WS-PP-TRL-CNT.
           MOVE WS-PP-HASH-TOT             TO   WS-PP-TRL-HASH.
           WRITE PP-OUT-REC                FROM WS-PP-TRL.
      *-----------------------------------------------------------------
      * The next number is only saved once every check and void in the
      * run is on the history file.
       680-REWRITE-CHECK-CONTROL.
           OPEN OUTPUT CHECK-CTL.
           MOVE WS-NEXT-CHECK              TO   CC-NEXT-CHECK.
           MOVE WS-DISB-ACCT               TO   CC-BANK-ACCT.
           MOVE WS-PP-SEQ                  TO   CC-PP-SEQ.
           PERFORM 300-GET-SYS-DATE-TIME.
           MOVE WS-SYS-DATE (1:14)         TO   CC-STAMP.
           WRITE CC-REC.
           CLOSE CHECK-CTL.
      *-----------------------------------------------------------------
      * Every line on the pay-by-check list has to be accounted for -
      * a check this run, a check an earlier run, or held - and the
      * list has to add up to its own control total.
       690-RECONCILE-CHECK-LIST.
           EVALUATE TRUE
               WHEN NOT WS-EXC-TOT-SEEN
                   MOVE 'NO CONTROL TOTAL ON LIST - RERUN PAYMNT'
                        TO WS-RECON-TEXT
                   MOVE 'NO TOTAL LINE'  TO WS-RLOG-RESULT
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN WS-EXC-READ-CTR = WS-EXC-EXPECT-CTR AND
                    WS-EXC-READ-TOT = WS-EXC-EXPECT-TOT AND
                    WS-EXC-CHK-CTR + WS-EXC-PRIOR-CTR +
                    WS-EXC-HELD-CTR = WS-EXC-EXPECT-CTR AND
                    WS-EXC-CHK-TOT + WS-EXC-PRIOR-TOT +
                    WS-EXC-HELD-TOT = WS-EXC-EXPECT-TOT
                   MOVE 'RECONCILED'     TO WS-RECON-TEXT
                   MOVE 'RECONCILED'     TO WS-RLOG-RESULT
               WHEN OTHER
                   MOVE 'OUT-OF-BALANCE - VERIFY PAY-BY-CHECK LIST'
                        TO WS-RECON-TEXT
                   MOVE 'OUT-OF-BALANCE' TO WS-RLOG-RESULT
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-EVALUATE.
           DISPLAY 'CHECK LIST RECONCILIATION: ' WS-RECON-TEXT.
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
           WRITE PR-RPT-REC                FROM WS-REG-HDG.
      *-----------------------------------------------------------------
       700-RPT-END.
           WRITE PR-RPT-REC                FROM WS-RPT-BLANK-LN.
           MOVE 'PAY-BY-CHECK LIST CHECKS: ' TO WS-TOT-LABEL.
           MOVE WS-EXC-CHK-CTR             TO   WS-TOT-COUNT.
           MOVE WS-EXC-CHK-TOT             TO   WS-TOT-AMT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
           MOVE 'BANK RETURN REISSUES:     ' TO WS-TOT-LABEL.
           MOVE WS-REI-CHK-CTR             TO   WS-TOT-COUNT.
           MOVE WS-REI-CHK-TOT             TO   WS-TOT-AMT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
           MOVE 'REPLACEMENT CHECKS:       ' TO WS-TOT-LABEL.
           MOVE WS-REPL-CTR                TO   WS-TOT-COUNT.
           MOVE WS-REPL-TOT                TO   WS-TOT-AMT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
           MOVE 'TOTAL CHECKS ISSUED:      ' TO WS-TOT-LABEL.
           MOVE WS-ISSUED-CTR              TO   WS-TOT-COUNT.
           MOVE WS-ISSUED-TOT              TO   WS-TOT-AMT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
           MOVE 'CHECKS VOIDED:            ' TO WS-TOT-LABEL.
           MOVE WS-VOID-CTR                TO   WS-TOT-COUNT.
           MOVE WS-VOID-TOT                TO   WS-TOT-AMT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
           MOVE 'VOIDS REJECTED:           ' TO WS-TOT-LABEL.
           MOVE WS-VT-REJECT-CTR           TO   WS-TOT-COUNT.
           MOVE ZERO                       TO   WS-TOT-AMT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
           WRITE PR-RPT-REC                FROM WS-RPT-BLANK-LN.
           MOVE 'PAY-BY-CHECK LIST TOTAL:  ' TO WS-TOT-LABEL.
           MOVE WS-EXC-EXPECT-CTR          TO   WS-TOT-COUNT.
           MOVE WS-EXC-EXPECT-TOT          TO   WS-TOT-AMT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
           MOVE '  CHECKS THIS RUN         ' TO WS-TOT-LABEL.
           MOVE WS-EXC-CHK-CTR             TO   WS-TOT-COUNT.
           MOVE WS-EXC-CHK-TOT             TO   WS-TOT-AMT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
           MOVE '  CHECKED IN EARLIER RUN  ' TO WS-TOT-LABEL.
           MOVE WS-EXC-PRIOR-CTR           TO   WS-TOT-COUNT.
           MOVE WS-EXC-PRIOR-TOT           TO   WS-TOT-AMT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
           MOVE '  HELD - NOT PRINTED      ' TO WS-TOT-LABEL.
           MOVE WS-EXC-HELD-CTR            TO   WS-TOT-COUNT.
           MOVE WS-EXC-HELD-TOT            TO   WS-TOT-AMT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
           WRITE PR-RPT-REC                FROM WS-RECON-LN.
           WRITE PR-RPT-REC                FROM WS-RPT-BLANK-LN.
           IF WS-ISSUED-CTR > ZERO
               MOVE WS-FIRST-CHECK         TO   WS-RANGE-FIRST
               MOVE WS-LAST-CHECK          TO   WS-RANGE-LAST
               WRITE PR-RPT-REC            FROM WS-RANGE-LN
           END-IF.
           MOVE WS-PP-OUT-FILENAME         TO   WS-FILE-LN-NAME.
           WRITE PR-RPT-REC                FROM WS-FILE-LN.
           MOVE 'POSITIVE PAY ITEMS:       ' TO WS-TOT-LABEL.
           MOVE WS-PP-REC-CTR              TO   WS-TOT-COUNT.
           MOVE WS-PP-HASH-TOT             TO   WS-TOT-AMT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
      *-----------------------------------------------------------------
      * End-of-job evidence for the operations summary: one structured
      * record appended to the shared batch run log.
       900-WRITE-RUN-LOG.
           PERFORM 300-GET-SYS-DATE-TIME.
           OPEN EXTEND RUN-LOG.
           IF WS-RLOG-STATUS = '35'
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE 'GARCIA-P02-CHKPRT'  TO RLOG-PROGRAM.
           MOVE WS-SYS-DATE (1:14)   TO RLOG-STAMP.
           MOVE WS-RUN-QTR           TO RLOG-QTR.
           MOVE WS-RUN-YEAR          TO RLOG-YEAR.
           MOVE WS-EXC-IN-FILENAME   TO RLOG-INPUT-FILE.
           COMPUTE RLOG-READ-CTR = WS-EXC-READ-CTR + WS-REI-READ-CTR
                                 + WS-VT-READ-CTR.
           MOVE WS-ISSUED-CTR        TO RLOG-RELEASED-CTR.
           COMPUTE RLOG-EXC-CTR  = WS-EXC-HELD-CTR + WS-VT-REJECT-CTR.
           MOVE WS-DUP-CTR           TO RLOG-DUP-CTR.
           MOVE WS-RLOG-RESULT       TO RLOG-RECON-RESULT.
           MOVE RETURN-CODE          TO RLOG-RETURN-CODE.
           WRITE RLOG-REC.
           CLOSE RUN-LOG.
      *-----------------------------------------------------------------

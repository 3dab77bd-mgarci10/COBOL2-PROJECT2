      ******************************************************************
      *PROGRAM : PROJECT 2   BANK RETURN AND CHANGE NOTIFICATIONS     *
      *AUTHOR  : Mario Garcia                                         *
      *DATE    : 10/15/2026                                           *
      *ABSTRACT: Closes the loop on the quarter's bank payment file.  *
      *          Reads the returned-item / notification-of-change     *
      *          file the bank sends back and matches each item to a  *
      *          deposit in bank-payment-qN-YYYY.dat by employee id,  *
      *          amount and the payment file's header date.  A return *
      *          sets EMPL-DEP-STATUS to R on EMPLOYEE-MASTER (and    *
      *          journals it like any maintenance change) so the      *
      *          employee drops to the pay-by-check list, and writes  *
      *          a reissue-by-check record so the returned money is   *
      *          still paid.  A change notification is written to     *
      *          emp-maint-trans.dat as a CHANGE transaction carrying *
      *          the corrected routing / account, so the fix goes     *
      *          through GARCIA-P02-EMPMNT and its journal.  Prints a *
      *          return register and logs itself on the batch run     *
      *          log.  Items that cannot be matched or applied, and   *
      *          returns reissued whose master could not be read or   *
      *          updated, leave RETURN-CODE 4 for review.             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARCIA-P02-BANKRTN.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-RTN ASSIGN DYNAMIC WS-RTN-IN-FILENAME
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-RTN-STATUS.

           SELECT PAY-IN  ASSIGN DYNAMIC WS-PAY-IN-FILENAME
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-PAY-STATUS.

           SELECT NET-IN  ASSIGN DYNAMIC WS-NET-IN-FILENAME
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-NET-STATUS.

           SELECT EMPL-MST ASSIGN TO 'employee-master.dat'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS RANDOM
                          RECORD KEY IS EMPL-ID
                          FILE STATUS IS WS-EMPL-STATUS.

           SELECT MAINT-JRNL ASSIGN TO 'emp-maint-journal.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-JRNL-STATUS.

           SELECT MAINT-TRANS ASSIGN TO 'emp-maint-trans.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-TRN-STATUS.

           SELECT REISSUE-OUT ASSIGN DYNAMIC WS-REI-OUT-FILENAME
                          ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PR-RPT  ASSIGN DYNAMIC WS-PR-RPT-FILENAME
                          ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-LOG ASSIGN TO 'batch-run-log.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-RLOG-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      * From the bank: a header, one R (returned item) or C (change
      * notification) detail per item, and a trailer with the item
      * count and amount hash.  RTN-BATCH-DATE is the header date of
      * the payment file the item was sent in; the corrected routing
      * and account are only on C items.
       FD  BANK-RTN.
       01  RTN-REC.
           03  RTN-TYPE                    PIC X.
           03  RTN-DETAIL.
               05  RTN-EMP-ID              PIC X(4).
               05  RTN-AMT                 PIC 9(7)V99.
               05  RTN-BATCH-DATE          PIC 9(8).
               05  RTN-REASON              PIC X(3).
               05  RTN-NEW-ROUTING         PIC X(9).
               05  RTN-NEW-ACCT            PIC X(17).
           03  RTN-HEADER REDEFINES RTN-DETAIL.
               05  RTN-HDR-DATE            PIC 9(8).
               05  FILLER                  PIC X(42).
           03  RTN-TRAILER REDEFINES RTN-DETAIL.
               05  RTN-TRL-CNT             PIC 9(5).
               05  RTN-TRL-HASH            PIC 9(11)V99.
               05  FILLER                  PIC X(32).

      * Same layout GARCIA-P02-PAYMNT writes.
       FD  PAY-IN.
       01  PAY-REC.
           03  PAY-TYPE                    PIC X.
           03  PAY-DETAIL.
               05  PAY-ROUTING             PIC X(9).
               05  PAY-ACCT                PIC X(17).
               05  PAY-EMP-ID              PIC X(4).
               05  PAY-AMT                 PIC 9(7)V99.
           03  PAY-HEADER REDEFINES PAY-DETAIL.
               05  PAY-HDR-QTR             PIC 9.
               05  PAY-HDR-YEAR            PIC 9999.
               05  PAY-HDR-DATE            PIC X(8).
               05  FILLER                  PIC X(26).

      * Same layout GARCIA-P02-NETPAY writes; only read for the
      * payee name when the employee is no longer on the master.
       FD  NET-IN.
       01  NET-REC.
           03  NP-EMP-ID                   PIC X(4).
           03  NP-DEPT                     PIC 99.
           03  NP-LNAME                    PIC X(15).
           03  NP-FNAME                    PIC X(15).
           03  NP-GROSS                    PIC 9(6)V99.
           03  NP-DED-TOT                  PIC 9(6)V99.
           03  NP-NET                      PIC 9(6)V99.

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

      * Same layout GARCIA-P02-EMPMNT writes, so GARCIA-P02-EMPRBL
      * replays the deposit status change with the rest.
       FD  MAINT-JRNL.
       01  JRN-REC.
           03  JRN-STAMP                   PIC X(14).
           03  JRN-ACTION                  PIC X.
           03  JRN-EMP-ID                  PIC X(4).
           03  JRN-BEFORE                  PIC X(142).
           03  JRN-AFTER                   PIC X(142).

       FD  MAINT-TRANS.
       01  TRN-REC.
           03  TRN-ACTION                  PIC X.
           03  TRN-ID                      PIC X(4).
           03  TRN-LNAME                   PIC X(15).
           03  TRN-FNAME                   PIC X(15).
           03  TRN-DEPT                    PIC 99.
           03  TRN-HIRE-DATE               PIC 9(8).
           03  TRN-BANK-ROUTING            PIC X(9).
           03  TRN-BANK-ACCT               PIC X(17).
           03  TRN-DEP-STATUS              PIC X.
           03  TRN-SSN                     PIC X(9).
           03  TRN-ADDR-STREET             PIC X(30).
           03  TRN-ADDR-CITY               PIC X(20).
           03  TRN-ADDR-STATE              PIC XX.
           03  TRN-ADDR-ZIP                PIC X(9).

      * One per returned deposit, to be paid by check instead.
       FD  REISSUE-OUT.
       01  REI-REC.
           03  REI-EMP-ID                  PIC X(4).
           03  REI-LNAME                   PIC X(15).
           03  REI-FNAME                   PIC X(15).
           03  REI-AMT                     PIC 9(7)V99.
           03  REI-QTR                     PIC 9.
           03  REI-YEAR                    PIC 9999.
           03  REI-BATCH-DATE              PIC 9(8).
           03  REI-REASON                  PIC X(3).

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
       01  WS-RTN-IN-FILENAME              PIC X(30)   VALUE SPACES.
       01  WS-PAY-IN-FILENAME              PIC X(30)   VALUE SPACES.
       01  WS-NET-IN-FILENAME              PIC X(30)   VALUE SPACES.
       01  WS-REI-OUT-FILENAME             PIC X(30)   VALUE SPACES.
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
       01  WS-BATCH-LN.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  FILLER                      PIC X(24) VALUE
               'PAYMENT FILE BATCH DATE '.
           03  WS-BATCH-LN-DATE            PIC X(8).
           03  FILLER                      PIC X(3)  VALUE SPACES.
           03  FILLER                      PIC X(9)  VALUE 'DEPOSITS '.
           03  WS-BATCH-LN-CNT             PIC ZZZZ9.
           03  FILLER                      PIC X(29) VALUE SPACES.
       01  WS-DTL-HDG.
           03  FILLER                      PIC X(30) VALUE
               '  EMP ID LAST NAME      TYPE  '.
           03  FILLER                      PIC X(30) VALUE
               ' RSN      AMOUNT  ACTION      '.
           03  FILLER                      PIC X(20) VALUE SPACES.
       01  WS-DTL-LN.
           03  FILLER                      PIC XX    VALUE SPACES.
           03  WS-DTL-ID                   PIC X(4).
           03  FILLER                      PIC X(3)  VALUE SPACES.
           03  WS-DTL-LNAME                PIC X(15).
           03  FILLER                      PIC X     VALUE SPACES.
           03  WS-DTL-TYPE                 PIC X(6).
           03  FILLER                      PIC X     VALUE SPACES.
           03  WS-DTL-REASON               PIC X(3).
           03  FILLER                      PIC XX    VALUE SPACES.
           03  WS-DTL-AMT                  PIC ZZZ,ZZ9.99.
           03  FILLER                      PIC XX    VALUE SPACES.
           03  WS-DTL-ACTION               PIC X(31).
       01  WS-DESC-LN.
           03  FILLER                      PIC X(9)  VALUE SPACES.
           03  WS-DESC-TEXT                PIC X(71).

       01  WS-RECON-LN.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  FILLER                      PIC X(22) VALUE
               'TRAILER RECONCILIATION'.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  WS-RECON-TEXT               PIC X(54).

       01  WS-TOT-LN.
           03  FILLER                      PIC X(2)   VALUE SPACES.
           03  WS-TOT-LABEL                PIC X(26).
           03  WS-TOT-COUNT                PIC ZZZZ9.
           03  FILLER                      PIC X(1)   VALUE SPACES.
           03  WS-TOT-AMT                  PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(33)  VALUE SPACES.

       01  WS-FLAGS.
           03  WS-RTN-EOF-FLAG             PIC X       VALUE 'N'.
               88  WS-RTN-EOF                          VALUE 'Y'.
           03  WS-PAY-EOF-FLAG             PIC X       VALUE 'N'.
               88  WS-PAY-EOF                          VALUE 'Y'.
           03  WS-TRN-EOF-FLAG             PIC X       VALUE 'N'.
               88  WS-TRN-EOF                          VALUE 'Y'.
           03  WS-EMPL-FOUND-FLAG          PIC X       VALUE 'N'.
               88  WS-EMPL-FOUND                       VALUE 'Y'.
           03  WS-HDR-SEEN-FLAG            PIC X       VALUE 'N'.
               88  WS-HDR-SEEN                         VALUE 'Y'.
           03  WS-TRL-SEEN-FLAG            PIC X       VALUE 'N'.
               88  WS-TRL-SEEN                         VALUE 'Y'.
           03  WS-NET-EOF-FLAG             PIC X       VALUE 'N'.
               88  WS-NET-EOF                          VALUE 'Y'.
           03  WS-REWRITE-OK-FLAG          PIC X       VALUE 'N'.
               88  WS-REWRITE-OK                       VALUE 'Y'.

       01  WS-RTN-STATUS                   PIC XX      VALUE SPACES.
       01  WS-PAY-STATUS                   PIC XX      VALUE SPACES.
       01  WS-NET-STATUS                   PIC XX      VALUE SPACES.
       01  WS-EMPL-STATUS                  PIC XX      VALUE SPACES.
       01  WS-JRNL-STATUS                  PIC XX      VALUE SPACES.
       01  WS-TRN-STATUS                   PIC XX      VALUE SPACES.
       01  WS-RLOG-STATUS                  PIC XX      VALUE SPACES.

       01  WS-BANKRTN-CTRS.
           03  WS-RTN-READ-CTR             PIC 9(5)    VALUE ZERO.
           03  WS-RTN-HASH-TOT             PIC 9(11)V99 VALUE ZERO.
           03  WS-APPLIED-CTR              PIC 9(5)    VALUE ZERO.
           03  WS-NOT-APPLIED-CTR          PIC 9(5)    VALUE ZERO.
           03  WS-DUP-CTR                  PIC 9(5)    VALUE ZERO.
           03  WS-RETURN-CTR               PIC 9(5)    VALUE ZERO.
           03  WS-RETURN-TOT               PIC 9(9)V99 VALUE ZERO.
           03  WS-STOPPED-CTR              PIC 9(5)    VALUE ZERO.
           03  WS-MST-EXC-CTR              PIC 9(5)    VALUE ZERO.
           03  WS-EXC-TOT-CTR              PIC 9(5)    VALUE ZERO.
           03  WS-NOC-CTR                  PIC 9(5)    VALUE ZERO.
           03  WS-TRN-WRITTEN-CTR          PIC 9(5)    VALUE ZERO.
           03  WS-TRL-EXPECTED-CTR         PIC 9(5)    VALUE ZERO.
           03  WS-TRL-EXPECTED-HASH        PIC 9(11)V99 VALUE ZERO.

       01  WS-ITEM-WORK.
           03  WS-ITEM-ACTION              PIC X(31)   VALUE SPACES.
           03  WS-ITEM-VALID-FLAG          PIC X       VALUE 'Y'.
               88  WS-ITEM-VALID                       VALUE 'Y'.
               88  WS-ITEM-INVALID                     VALUE 'N'.
           03  WS-BEFORE-IMAGE             PIC X(142)  VALUE SPACES.
           03  WS-PAYEE-LNAME              PIC X(15)   VALUE SPACES.
           03  WS-PAYEE-FNAME              PIC X(15)   VALUE SPACES.
           03  WS-PAY-HDR-DATE-SAVE        PIC X(8)    VALUE SPACES.
           03  WS-PT-SUB                   PIC 9(5)    VALUE ZERO.
           03  WS-NOC-ROUTING              PIC X(9)    VALUE SPACES.
           03  WS-NOC-ACCT                 PIC X(17)   VALUE SPACES.
           03  WS-DESC-WORK                PIC X(30)   VALUE SPACES.
           03  WS-DESC-PTR                 PIC 99      VALUE ZERO.
           03  WS-TRN-QUEUED-FLAG          PIC X       VALUE 'N'.
               88  WS-TRN-QUEUED                       VALUE 'Y'.

      * The deposits in the quarter's payment file; an item is only
      * returned (or changed) once per run.
       01  WS-PT-COUNT                     PIC 9(5)    VALUE ZERO.
       01  WS-PAY-TABLE.
           03  WS-PT-ENTRY  OCCURS 5000 TIMES
                            INDEXED BY WS-PT-IDX.
               05  WS-PT-EMP-ID            PIC X(4).
               05  WS-PT-AMT               PIC 9(7)V99.
               05  WS-PT-ROUTING           PIC X(9).
               05  WS-PT-ACCT              PIC X(17).
               05  WS-PT-RETURNED          PIC X.
               05  WS-PT-CHANGED           PIC X.

      * CHANGE transactions already waiting in emp-maint-trans.dat, so
      * a rerun does not queue the same bank correction twice.
       01  WS-PEND-COUNT                   PIC 9(4)    VALUE ZERO.
       01  WS-PEND-TABLE.
           03  WS-PEND-ENTRY  OCCURS 2000 TIMES
                              INDEXED BY WS-PEND-IDX.
               05  WS-PEND-ID              PIC X(4).
               05  WS-PEND-ROUTING         PIC X(9).
               05  WS-PEND-ACCT            PIC X(17).
       01  WS-PEND-FOUND-FLAG              PIC X       VALUE 'N'.
           88  WS-PEND-FOUND                           VALUE 'Y'.

      * Bank reason codes the register spells out.
       01  WS-REASON-X.
           03  FILLER              PIC X(33) VALUE
               'R01INSUFFICIENT FUNDS            '.
           03  FILLER              PIC X(33) VALUE
               'R02ACCOUNT CLOSED                '.
           03  FILLER              PIC X(33) VALUE
               'R03NO ACCOUNT / UNABLE TO LOCATE '.
           03  FILLER              PIC X(33) VALUE
               'R04INVALID ACCOUNT NUMBER        '.
           03  FILLER              PIC X(33) VALUE
               'R14PAYEE DECEASED                '.
           03  FILLER              PIC X(33) VALUE
               'R16ACCOUNT FROZEN                '.
           03  FILLER              PIC X(33) VALUE
               'R20NON-TRANSACTION ACCOUNT       '.
           03  FILLER              PIC X(33) VALUE
               'C01INCORRECT ACCOUNT NUMBER      '.
           03  FILLER              PIC X(33) VALUE
               'C02INCORRECT ROUTING NUMBER      '.
           03  FILLER              PIC X(33) VALUE
               'C03INCORRECT ROUTING AND ACCOUNT '.
       01  WS-REASON-TABLE REDEFINES WS-REASON-X.
           03  WS-RSN-ENTRY  OCCURS 10 TIMES
                             INDEXED BY WS-RSN-IDX.
               05  WS-RSN-CODE             PIC X(3).
               05  WS-RSN-DESC             PIC X(30).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 110-GET-RUN-PARM.
           PERFORM 300-GET-SYS-DATE-TIME.
           PERFORM 140-CHECK-PREREQ.
           PERFORM 150-LOAD-PAYMENTS.
           PERFORM 160-LOAD-PENDING-TRANS.
           PERFORM 185-OPEN-EMPL-MST.
           PERFORM 187-OPEN-JOURNAL.
           PERFORM 189-OPEN-MAINT-TRANS.
           OPEN OUTPUT REISSUE-OUT.
           OPEN OUTPUT PR-RPT.
           PERFORM 400-RPT-HEADING.
           PERFORM 500-PROCESS-RETURNS.
           PERFORM 700-RPT-END.
           CLOSE BANK-RTN.
           CLOSE EMPL-MST.
           CLOSE MAINT-JRNL.
           CLOSE MAINT-TRANS.
           CLOSE REISSUE-OUT.
           CLOSE PR-RPT.
           DISPLAY 'PROJECT 2 BANK RETURNS - MARIO GARCIA'.
           DISPLAY 'BANK ITEMS READ:   ', WS-RTN-READ-CTR.
           DISPLAY 'RETURNS REISSUED:  ', WS-RETURN-CTR.
           DISPLAY 'CHANGES QUEUED:    ', WS-TRN-WRITTEN-CTR.
           DISPLAY 'NOT APPLIED:       ', WS-NOT-APPLIED-CTR.
           DISPLAY 'MASTER NOT UPDATED:', WS-MST-EXC-CTR.
           PERFORM 900-WRITE-RUN-LOG.
           STOP RUN.
      *-----------------------------------------------------------------
      * Quarter and year name both the payment file being answered
      * and the bank's return file for it.
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
           MOVE SPACES TO WS-RTN-IN-FILENAME.
           STRING 'bank-return-q' FUNCTION TRIM(WS-RUN-QTR)
                  '-' WS-RUN-YEAR '.dat' DELIMITED BY SIZE
                  INTO WS-RTN-IN-FILENAME
           END-STRING.
           MOVE SPACES TO WS-PAY-IN-FILENAME.
           STRING 'bank-payment-q' FUNCTION TRIM(WS-RUN-QTR)
                  '-' WS-RUN-YEAR '.dat' DELIMITED BY SIZE
                  INTO WS-PAY-IN-FILENAME
           END-STRING.
           MOVE SPACES TO WS-NET-IN-FILENAME.
           STRING 'netpay-q' FUNCTION TRIM(WS-RUN-QTR)
                  '-' WS-RUN-YEAR '.dat' DELIMITED BY SIZE
                  INTO WS-NET-IN-FILENAME
           END-STRING.
           MOVE SPACES TO WS-REI-OUT-FILENAME.
           STRING 'check-reissue-q' FUNCTION TRIM(WS-RUN-QTR)
                  '-' WS-RUN-YEAR '.dat' DELIMITED BY SIZE
                  INTO WS-REI-OUT-FILENAME
           END-STRING.
           MOVE SPACES TO WS-PR-RPT-FILENAME.
           STRING 'LNAME-p02-bankrtn-q' FUNCTION TRIM(WS-RUN-QTR)
                  '-' WS-RUN-YEAR '.rpt' DELIMITED BY SIZE
                  INTO WS-PR-RPT-FILENAME
           END-STRING.
      *-----------------------------------------------------------------
       130-BUILD-QTR-LABEL.
           MOVE SPACES TO WS-RPT-QTR-LBL.
           STRING 'Q' FUNCTION TRIM(WS-RUN-QTR) ' ' WS-RUN-YEAR
                  ' BANK RETURN REGISTER' DELIMITED BY SIZE
                  INTO WS-RPT-QTR-LBL
           END-STRING.
      *-----------------------------------------------------------------
      * Nothing can be matched without the payment file the items
      * came back from.  No return file from the bank is not an
      * error - most quarters nothing comes back - but the run is
      * still logged so operations can see it was checked.
       140-CHECK-PREREQ.
           OPEN INPUT PAY-IN.
           IF WS-PAY-STATUS NOT = '00'
               DISPLAY 'PAYMENT FILE ' FUNCTION TRIM(WS-PAY-IN-FILENAME)
                       ' NOT AVAILABLE - STATUS: ' WS-PAY-STATUS
               DISPLAY 'RUN GARCIA-P02-PAYMNT FOR THE QUARTER FIRST'
               MOVE 12 TO RETURN-CODE
               MOVE 'PREREQ FAILED' TO WS-RLOG-RESULT
               PERFORM 900-WRITE-RUN-LOG
               STOP RUN
           END-IF.
           OPEN INPUT BANK-RTN.
           EVALUATE WS-RTN-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'NO BANK RETURN FILE '
                           FUNCTION TRIM(WS-RTN-IN-FILENAME)
                           ' - NOTHING TO PROCESS'
                   CLOSE PAY-IN
                   MOVE 'NO RETURNS' TO WS-RLOG-RESULT
                   PERFORM 900-WRITE-RUN-LOG
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'BANK RETURN FILE WILL NOT OPEN - STATUS: '
                           WS-RTN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *-----------------------------------------------------------------
       150-LOAD-PAYMENTS.
           PERFORM UNTIL WS-PAY-EOF
               READ PAY-IN
                   AT END
                       SET WS-PAY-EOF TO TRUE
                   NOT AT END
                       EVALUATE PAY-TYPE
                           WHEN 'H'
                               MOVE PAY-HDR-DATE
                                    TO WS-PAY-HDR-DATE-SAVE
                           WHEN 'D'
                               PERFORM 155-LOAD-ONE-PAYMENT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE PAY-IN.
           IF WS-PAY-HDR-DATE-SAVE = SPACES
               DISPLAY 'PAYMENT FILE HAS NO HEADER RECORD - CANNOT '
                       'MATCH RETURNS'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------
       155-LOAD-ONE-PAYMENT.
           IF WS-PT-COUNT < 5000
               ADD 1 TO WS-PT-COUNT
               MOVE PAY-EMP-ID   TO WS-PT-EMP-ID   (WS-PT-COUNT)
               MOVE PAY-AMT      TO WS-PT-AMT      (WS-PT-COUNT)
               MOVE PAY-ROUTING  TO WS-PT-ROUTING  (WS-PT-COUNT)
               MOVE PAY-ACCT     TO WS-PT-ACCT     (WS-PT-COUNT)
               MOVE 'N'          TO WS-PT-RETURNED (WS-PT-COUNT)
               MOVE 'N'          TO WS-PT-CHANGED  (WS-PT-COUNT)
           ELSE
               DISPLAY 'PAYMENT TABLE FULL - CANNOT CONTINUE: '
                       PAY-REC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------
       160-LOAD-PENDING-TRANS.
           OPEN INPUT MAINT-TRANS.
           EVALUATE WS-TRN-STATUS
               WHEN '00'
                   PERFORM UNTIL WS-TRN-EOF
                       READ MAINT-TRANS
                           AT END
                               SET WS-TRN-EOF TO TRUE
                           NOT AT END
                               IF TRN-ACTION = 'C'
                                   PERFORM 165-LOAD-ONE-PENDING
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MAINT-TRANS
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'MAINTENANCE TRANSACTIONS WILL NOT OPEN - '
                           'STATUS: ' WS-TRN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *-----------------------------------------------------------------
       165-LOAD-ONE-PENDING.
           IF WS-PEND-COUNT < 2000
               ADD 1 TO WS-PEND-COUNT
               MOVE TRN-ID           TO WS-PEND-ID      (WS-PEND-COUNT)
               MOVE TRN-BANK-ROUTING TO WS-PEND-ROUTING (WS-PEND-COUNT)
               MOVE TRN-BANK-ACCT    TO WS-PEND-ACCT    (WS-PEND-COUNT)
           ELSE
               DISPLAY 'PENDING TRANSACTION TABLE FULL - CANNOT '
                       'CONTINUE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------
       185-OPEN-EMPL-MST.
           OPEN I-O EMPL-MST.
           IF WS-EMPL-STATUS NOT = '00'
               DISPLAY 'EMPLOYEE-MASTER NOT AVAILABLE - STATUS: '
                       WS-EMPL-STATUS
               DISPLAY 'RUN GARCIA-P02-EMPMNT TO BUILD THE MASTER'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------
      * The deposit status change is a master change like any other
      * and must be on the journal, or a rebuild would lose it.
       187-OPEN-JOURNAL.
           OPEN EXTEND MAINT-JRNL.
           IF WS-JRNL-STATUS = '35'
               OPEN OUTPUT MAINT-JRNL
           END-IF.
           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY 'MAINTENANCE JOURNAL WILL NOT OPEN - STATUS: '
                       WS-JRNL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------
       189-OPEN-MAINT-TRANS.
           OPEN EXTEND MAINT-TRANS.
           IF WS-TRN-STATUS = '35'
               OPEN OUTPUT MAINT-TRANS
           END-IF.
           IF WS-TRN-STATUS NOT = '00'
               DISPLAY 'MAINTENANCE TRANSACTIONS WILL NOT OPEN - '
                       'STATUS: ' WS-TRN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------
       500-PROCESS-RETURNS.
           PERFORM UNTIL WS-RTN-EOF
               READ BANK-RTN
                   AT END
                       SET WS-RTN-EOF TO TRUE
                   NOT AT END
                       EVALUATE RTN-TYPE
                           WHEN 'H'
                               SET WS-HDR-SEEN TO TRUE
                           WHEN 'T'
                               SET WS-TRL-SEEN TO TRUE
                               MOVE RTN-TRL-CNT
                                    TO WS-TRL-EXPECTED-CTR
                               MOVE RTN-TRL-HASH
                                    TO WS-TRL-EXPECTED-HASH
                           WHEN OTHER
                               ADD 1 TO WS-RTN-READ-CTR
                               PERFORM 510-PROCESS-ONE-ITEM
                       END-EVALUATE
               END-READ
           END-PERFORM.
           PERFORM 690-RECONCILE-TRAILER.
      *-----------------------------------------------------------------
      * An item only counts against the deposit it answers: same
      * employee, same amount, and sent in this payment file (its
      * batch date is the file's header date).  Anything else is
      * reported, not applied.
       510-PROCESS-ONE-ITEM.
           SET WS-ITEM-VALID TO TRUE.
           MOVE 'N'    TO WS-TRN-QUEUED-FLAG.
           MOVE SPACES TO WS-ITEM-ACTION.
           MOVE SPACES TO WS-PAYEE-LNAME WS-PAYEE-FNAME.
           MOVE ZERO   TO WS-PT-SUB.
           IF RTN-AMT NUMERIC
               ADD RTN-AMT TO WS-RTN-HASH-TOT
           END-IF.

           EVALUATE TRUE
               WHEN RTN-TYPE NOT = 'R' AND RTN-TYPE NOT = 'C'
                   SET WS-ITEM-INVALID TO TRUE
                   MOVE 'INVALID ITEM TYPE' TO WS-ITEM-ACTION
               WHEN RTN-EMP-ID = SPACES OR RTN-AMT NOT NUMERIC OR
                    RTN-BATCH-DATE NOT NUMERIC
                   SET WS-ITEM-INVALID TO TRUE
                   MOVE 'INVALID ITEM RECORD' TO WS-ITEM-ACTION
               WHEN RTN-BATCH-DATE NOT = WS-PAY-HDR-DATE-SAVE
                   SET WS-ITEM-INVALID TO TRUE
                   MOVE 'NOT FROM THIS PAYMENT FILE' TO WS-ITEM-ACTION
               WHEN OTHER
                   PERFORM 515-MATCH-PAYMENT
           END-EVALUATE.

           IF WS-ITEM-VALID
               IF RTN-TYPE = 'R'
                   PERFORM 520-APPLY-RETURN
               ELSE
                   PERFORM 540-APPLY-CHANGE
               END-IF
           END-IF.

           IF WS-ITEM-VALID
               ADD 1 TO WS-APPLIED-CTR
           ELSE
               ADD 1 TO WS-NOT-APPLIED-CTR
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 580-WRITE-ITEM-LN.
      *-----------------------------------------------------------------
       515-MATCH-PAYMENT.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                     UNTIL WS-PT-IDX > WS-PT-COUNT OR WS-PT-SUB > ZERO
               IF WS-PT-EMP-ID (WS-PT-IDX) = RTN-EMP-ID AND
                  WS-PT-AMT (WS-PT-IDX) = RTN-AMT
                   SET WS-PT-SUB TO WS-PT-IDX
               END-IF
           END-PERFORM.
           IF WS-PT-SUB = ZERO
               SET WS-ITEM-INVALID TO TRUE
               MOVE 'NO MATCHING DEPOSIT' TO WS-ITEM-ACTION
           ELSE
               IF (RTN-TYPE = 'R' AND
                   WS-PT-RETURNED (WS-PT-SUB) = 'Y') OR
                  (RTN-TYPE = 'C' AND
                   WS-PT-CHANGED (WS-PT-SUB) = 'Y')
                   SET WS-ITEM-INVALID TO TRUE
                   ADD 1 TO WS-DUP-CTR
                   MOVE 'DUPLICATE ITEM - IGNORED' TO WS-ITEM-ACTION
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * The money came back, so it is paid by check.  The employee
      * only drops to check when the master still holds the account
      * that bounced - if they have since given a new one, that one
      * is left alone.  A matched return is always reissued; a master
      * that cannot be read or updated is reported on its own and
      * never keeps the employee from being paid.
       520-APPLY-RETURN.
           MOVE 'Y' TO WS-PT-RETURNED (WS-PT-SUB).
           PERFORM 525-READ-EMPLOYEE.
           IF NOT WS-EMPL-FOUND
               PERFORM 527-FIND-NETPAY-NAME
               MOVE 'REISSUED - NOT ON EMP MASTER' TO WS-ITEM-ACTION
               PERFORM 538-MASTER-EXCEPTION
           ELSE
               MOVE EMPL-LNAME TO WS-PAYEE-LNAME
               MOVE EMPL-FNAME TO WS-PAYEE-FNAME
               EVALUATE TRUE
                   WHEN EMPL-DEP-STATUS = 'R'
                       MOVE 'ALREADY ON CHECK - REISSUED'
                            TO WS-ITEM-ACTION
                   WHEN EMPL-BANK-ROUTING NOT =
                        WS-PT-ROUTING (WS-PT-SUB) OR
                        EMPL-BANK-ACCT NOT = WS-PT-ACCT (WS-PT-SUB)
                       MOVE 'ACCT SINCE CHANGED - REISSUED'
                            TO WS-ITEM-ACTION
                   WHEN OTHER
                       PERFORM 530-STOP-DEPOSIT
               END-EVALUATE
           END-IF.
           PERFORM 535-WRITE-REISSUE.
      *-----------------------------------------------------------------
       525-READ-EMPLOYEE.
           MOVE 'N'        TO WS-EMPL-FOUND-FLAG.
           MOVE RTN-EMP-ID TO EMPL-ID.
           READ EMPL-MST
               INVALID KEY
                   MOVE SPACES TO EMPL-REC
               NOT INVALID KEY
                   SET WS-EMPL-FOUND TO TRUE
           END-READ.
      *-----------------------------------------------------------------
      * The check still needs a payee: take the name the quarter was
      * paid under from the net pay file the deposit was built from.
       527-FIND-NETPAY-NAME.
           MOVE 'N' TO WS-NET-EOF-FLAG.
           OPEN INPUT NET-IN.
           IF WS-NET-STATUS = '00'
               PERFORM UNTIL WS-NET-EOF
                   READ NET-IN
                       AT END
                           SET WS-NET-EOF TO TRUE
                       NOT AT END
                           IF NP-EMP-ID = RTN-EMP-ID
                               MOVE NP-LNAME TO WS-PAYEE-LNAME
                               MOVE NP-FNAME TO WS-PAYEE-FNAME
                               SET WS-NET-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NET-IN
           ELSE
               DISPLAY 'NET PAY FILE ' FUNCTION TRIM(WS-NET-IN-FILENAME)
                       ' NOT AVAILABLE - STATUS: ' WS-NET-STATUS
           END-IF.
           IF WS-PAYEE-LNAME = SPACES
               DISPLAY 'NO PAYEE NAME FOR RETURNED DEPOSIT, EMPLOYEE '
                       RTN-EMP-ID ' - NAME THE CHECK BY HAND'
           END-IF.
      *-----------------------------------------------------------------
       530-STOP-DEPOSIT.
           MOVE EMPL-REC TO WS-BEFORE-IMAGE.
           MOVE 'R'      TO EMPL-DEP-STATUS.
           SET WS-REWRITE-OK TO TRUE.
           REWRITE EMPL-REC
               INVALID KEY
                   MOVE 'N' TO WS-REWRITE-OK-FLAG
           END-REWRITE.
           IF WS-REWRITE-OK
               PERFORM 300-GET-SYS-DATE-TIME
               MOVE WS-SYS-DATE (1:14) TO JRN-STAMP
               MOVE 'C'                TO JRN-ACTION
               MOVE EMPL-ID            TO JRN-EMP-ID
               MOVE WS-BEFORE-IMAGE    TO JRN-BEFORE
               MOVE EMPL-REC           TO JRN-AFTER
               WRITE JRN-REC
               ADD 1 TO WS-STOPPED-CTR
               MOVE 'DROPPED TO CHECK - REISSUED' TO WS-ITEM-ACTION
           ELSE
               MOVE 'REISSUED - MST REWRITE FAILED' TO WS-ITEM-ACTION
               PERFORM 538-MASTER-EXCEPTION
           END-IF.
      *-----------------------------------------------------------------
       535-WRITE-REISSUE.
           MOVE RTN-EMP-ID                 TO   REI-EMP-ID.
           MOVE WS-PAYEE-LNAME             TO   REI-LNAME.
           MOVE WS-PAYEE-FNAME             TO   REI-FNAME.
           MOVE RTN-AMT                    TO   REI-AMT.
           MOVE WS-RUN-QTR                 TO   REI-QTR.
           MOVE WS-RUN-YEAR                TO   REI-YEAR.
           MOVE RTN-BATCH-DATE             TO   REI-BATCH-DATE.
           MOVE RTN-REASON                 TO   REI-REASON.
           WRITE REI-REC.
           ADD 1                           TO   WS-RETURN-CTR.
           ADD RTN-AMT                     TO   WS-RETURN-TOT.
      *-----------------------------------------------------------------
      * The deposit status on the master was not changed, so the next
      * payment run may send to the bad account again - review it.
       538-MASTER-EXCEPTION.
           ADD 1 TO WS-MST-EXC-CTR.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
      *-----------------------------------------------------------------
      * C01 corrects the account, C02 the routing number, C03 both;
      * whatever the bank sent is queued as an EMPMNT CHANGE with the
      * other fields blank, so only the bank details change.  One the
      * master already has, or already queued, is not queued again.
       540-APPLY-CHANGE.
           MOVE 'Y' TO WS-PT-CHANGED (WS-PT-SUB).
           ADD 1    TO WS-NOC-CTR.
           MOVE SPACES TO WS-NOC-ROUTING WS-NOC-ACCT.
           IF RTN-REASON = 'C02' OR RTN-REASON = 'C03'
               MOVE RTN-NEW-ROUTING TO WS-NOC-ROUTING
           END-IF.
           IF RTN-REASON = 'C01' OR RTN-REASON = 'C03'
               MOVE RTN-NEW-ACCT    TO WS-NOC-ACCT
           END-IF.

           EVALUATE TRUE
               WHEN WS-NOC-ROUTING = SPACES AND WS-NOC-ACCT = SPACES
                   SET WS-ITEM-INVALID TO TRUE
                   MOVE 'NO CORRECTED DETAILS ON NOTICE'
                        TO WS-ITEM-ACTION
               WHEN WS-NOC-ROUTING NOT = SPACES AND
                    WS-NOC-ROUTING NOT NUMERIC
                   SET WS-ITEM-INVALID TO TRUE
                   MOVE 'CORRECTED ROUTING NOT NUMERIC'
                        TO WS-ITEM-ACTION
               WHEN OTHER
                   PERFORM 525-READ-EMPLOYEE
           END-EVALUATE.

           IF WS-ITEM-VALID
               IF NOT WS-EMPL-FOUND
                   SET WS-ITEM-INVALID TO TRUE
                   MOVE 'NOT ON EMPLOYEE MASTER' TO WS-ITEM-ACTION
               ELSE
                   PERFORM 545-CHECK-PENDING
                   EVALUATE TRUE
                       WHEN (WS-NOC-ROUTING = SPACES OR
                             WS-NOC-ROUTING = EMPL-BANK-ROUTING) AND
                            (WS-NOC-ACCT = SPACES OR
                             WS-NOC-ACCT = EMPL-BANK-ACCT)
                           MOVE 'ALREADY ON MASTER' TO WS-ITEM-ACTION
                       WHEN WS-PEND-FOUND
                           MOVE 'CHANGE ALREADY QUEUED'
                                TO WS-ITEM-ACTION
                       WHEN OTHER
                           PERFORM 550-WRITE-CHANGE-TRANS
                   END-EVALUATE
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       545-CHECK-PENDING.
           MOVE 'N' TO WS-PEND-FOUND-FLAG.
           IF WS-PEND-COUNT > ZERO
               SET WS-PEND-IDX TO 1
               SEARCH WS-PEND-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PEND-IDX > WS-PEND-COUNT
                       CONTINUE
                   WHEN WS-PEND-ID (WS-PEND-IDX) = RTN-EMP-ID AND
                        WS-PEND-ROUTING (WS-PEND-IDX) = WS-NOC-ROUTING
                        AND WS-PEND-ACCT (WS-PEND-IDX) = WS-NOC-ACCT
                       SET WS-PEND-FOUND TO TRUE
               END-SEARCH
           END-IF.
      *-----------------------------------------------------------------
       550-WRITE-CHANGE-TRANS.
           MOVE SPACES                     TO   TRN-REC.
           MOVE 'C'                        TO   TRN-ACTION.
           MOVE RTN-EMP-ID                 TO   TRN-ID.
           MOVE ZERO                       TO   TRN-DEPT.
           MOVE ZERO                       TO   TRN-HIRE-DATE.
           MOVE WS-NOC-ROUTING             TO   TRN-BANK-ROUTING.
           MOVE WS-NOC-ACCT                TO   TRN-BANK-ACCT.
           WRITE TRN-REC.
           ADD 1                           TO   WS-TRN-WRITTEN-CTR.
           SET WS-TRN-QUEUED               TO   TRUE.
           MOVE 'CHANGE QUEUED FOR EMPMNT' TO   WS-ITEM-ACTION.
           IF WS-PEND-COUNT < 2000
               ADD 1 TO WS-PEND-COUNT
               MOVE RTN-EMP-ID     TO WS-PEND-ID      (WS-PEND-COUNT)
               MOVE WS-NOC-ROUTING TO WS-PEND-ROUTING (WS-PEND-COUNT)
               MOVE WS-NOC-ACCT    TO WS-PEND-ACCT    (WS-PEND-COUNT)
           END-IF.
      *-----------------------------------------------------------------
       580-WRITE-ITEM-LN.
           MOVE RTN-EMP-ID                 TO   WS-DTL-ID.
           IF WS-EMPL-FOUND AND EMPL-ID = RTN-EMP-ID
               MOVE EMPL-LNAME             TO   WS-DTL-LNAME
           ELSE
               MOVE WS-PAYEE-LNAME         TO   WS-DTL-LNAME
           END-IF.
           EVALUATE RTN-TYPE
               WHEN 'R'
                   MOVE 'RETURN'           TO   WS-DTL-TYPE
               WHEN 'C'
                   MOVE 'CHANGE'           TO   WS-DTL-TYPE
               WHEN OTHER
                   MOVE RTN-TYPE           TO   WS-DTL-TYPE
           END-EVALUATE.
           MOVE RTN-REASON                 TO   WS-DTL-REASON.
           IF RTN-AMT NUMERIC
               MOVE RTN-AMT                TO   WS-DTL-AMT
           ELSE
               MOVE ZERO                   TO   WS-DTL-AMT
           END-IF.
           MOVE WS-ITEM-ACTION             TO   WS-DTL-ACTION.
           WRITE PR-RPT-REC                FROM WS-DTL-LN.
           MOVE 'N'                        TO   WS-EMPL-FOUND-FLAG.

           MOVE SPACES                     TO   WS-DESC-TEXT.
           SET WS-RSN-IDX TO 1.
           SEARCH WS-RSN-ENTRY
               AT END
                   CONTINUE
               WHEN WS-RSN-CODE (WS-RSN-IDX) = RTN-REASON
                   MOVE WS-RSN-DESC (WS-RSN-IDX) TO WS-DESC-TEXT
           END-SEARCH.
           IF WS-TRN-QUEUED
               MOVE WS-DESC-TEXT (1:30)    TO   WS-DESC-WORK
               MOVE SPACES                 TO   WS-DESC-TEXT
               MOVE 1                      TO   WS-DESC-PTR
               STRING WS-DESC-WORK DELIMITED BY '  '
                      ' - NEW' DELIMITED BY SIZE
                      INTO WS-DESC-TEXT WITH POINTER WS-DESC-PTR
               END-STRING
               IF WS-NOC-ROUTING NOT = SPACES
                   STRING ' ROUTING ' WS-NOC-ROUTING DELIMITED BY SIZE
                          INTO WS-DESC-TEXT WITH POINTER WS-DESC-PTR
                   END-STRING
               END-IF
               IF WS-NOC-ACCT NOT = SPACES
                   STRING ' ACCOUNT ' WS-NOC-ACCT DELIMITED BY SIZE
                          INTO WS-DESC-TEXT WITH POINTER WS-DESC-PTR
                   END-STRING
               END-IF
           END-IF.
           IF WS-DESC-TEXT NOT = SPACES
               WRITE PR-RPT-REC            FROM WS-DESC-LN
           END-IF.
      *-----------------------------------------------------------------
      * The bank's trailer must account for every item read, or part
      * of the file never arrived.
       690-RECONCILE-TRAILER.
           EVALUATE TRUE
               WHEN NOT WS-TRL-SEEN
                   MOVE 'NO TRAILER RECORD - VERIFY FILE TRANSFER'
                        TO WS-RECON-TEXT
                   MOVE 'NO TRAILER'     TO WS-RLOG-RESULT
               WHEN WS-RTN-READ-CTR = WS-TRL-EXPECTED-CTR AND
                    WS-RTN-HASH-TOT = WS-TRL-EXPECTED-HASH
                   MOVE 'RECONCILED'     TO WS-RECON-TEXT
                   MOVE 'RECONCILED'     TO WS-RLOG-RESULT
               WHEN OTHER
                   MOVE 'OUT-OF-BALANCE - VERIFY FILE TRANSFER'
                        TO WS-RECON-TEXT
                   MOVE 'OUT-OF-BALANCE' TO WS-RLOG-RESULT
           END-EVALUATE.
           IF WS-RLOG-RESULT NOT = 'RECONCILED' AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF NOT WS-HDR-SEEN
               DISPLAY 'WARNING: BANK RETURN FILE HAS NO HEADER RECORD'
           END-IF.
           DISPLAY 'TRAILER RECONCILIATION: ' WS-RECON-TEXT.
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
           MOVE WS-PAY-HDR-DATE-SAVE       TO   WS-BATCH-LN-DATE.
           MOVE WS-PT-COUNT                TO   WS-BATCH-LN-CNT.
           WRITE PR-RPT-REC                FROM WS-BATCH-LN.
           WRITE PR-RPT-REC                FROM WS-RPT-BLANK-LN.
           WRITE PR-RPT-REC                FROM WS-DTL-HDG.
      *-----------------------------------------------------------------
       700-RPT-END.
           WRITE PR-RPT-REC                FROM WS-RPT-BLANK-LN.
           MOVE 'BANK ITEMS READ:          ' TO WS-TOT-LABEL.
           MOVE WS-RTN-READ-CTR            TO   WS-TOT-COUNT.
           MOVE WS-RTN-HASH-TOT            TO   WS-TOT-AMT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
           MOVE 'RETURNS REISSUED BY CHECK:' TO WS-TOT-LABEL.
           MOVE WS-RETURN-CTR              TO   WS-TOT-COUNT.
           MOVE WS-RETURN-TOT              TO   WS-TOT-AMT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
           MOVE 'DROPPED TO PAY BY CHECK:  ' TO WS-TOT-LABEL.
           MOVE WS-STOPPED-CTR             TO   WS-TOT-COUNT.
           MOVE ZERO                       TO   WS-TOT-AMT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
           MOVE 'CHANGE NOTICES READ:      ' TO WS-TOT-LABEL.
           MOVE WS-NOC-CTR                 TO   WS-TOT-COUNT.
           MOVE ZERO                       TO   WS-TOT-AMT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
           MOVE 'CHANGE TRANSACTIONS QUEUED' TO WS-TOT-LABEL.
           MOVE WS-TRN-WRITTEN-CTR         TO   WS-TOT-COUNT.
           MOVE ZERO                       TO   WS-TOT-AMT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
           MOVE 'ITEMS NOT APPLIED:        ' TO WS-TOT-LABEL.
           MOVE WS-NOT-APPLIED-CTR         TO   WS-TOT-COUNT.
           MOVE ZERO                       TO   WS-TOT-AMT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
           MOVE 'REISSUED, MASTER NOT SET: ' TO WS-TOT-LABEL.
           MOVE WS-MST-EXC-CTR             TO   WS-TOT-COUNT.
           MOVE ZERO                       TO   WS-TOT-AMT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
           WRITE PR-RPT-REC                FROM WS-RPT-BLANK-LN.
           WRITE PR-RPT-REC                FROM WS-RECON-LN.
      *-----------------------------------------------------------------
      * End-of-job evidence for the operations summary: one structured
      * record appended to the shared batch run log.
       900-WRITE-RUN-LOG.
           PERFORM 300-GET-SYS-DATE-TIME.
           OPEN EXTEND RUN-LOG.
           IF WS-RLOG-STATUS = '35'
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE 'GARCIA-P02-BANKRTN' TO RLOG-PROGRAM.
           MOVE WS-SYS-DATE (1:14)   TO RLOG-STAMP.
           MOVE WS-RUN-QTR           TO RLOG-QTR.
           MOVE WS-RUN-YEAR          TO RLOG-YEAR.
           MOVE WS-RTN-IN-FILENAME   TO RLOG-INPUT-FILE.
           MOVE WS-RTN-READ-CTR      TO RLOG-READ-CTR.
           MOVE WS-APPLIED-CTR       TO RLOG-RELEASED-CTR.
           ADD WS-NOT-APPLIED-CTR WS-MST-EXC-CTR
               GIVING WS-EXC-TOT-CTR.
           MOVE WS-EXC-TOT-CTR       TO RLOG-EXC-CTR.
           MOVE WS-DUP-CTR           TO RLOG-DUP-CTR.
           MOVE WS-RLOG-RESULT       TO RLOG-RECON-RESULT.
           MOVE RETURN-CODE          TO RLOG-RETURN-CODE.
           WRITE RLOG-REC.
           CLOSE RUN-LOG.
      *-----------------------------------------------------------------

      ******************************************************************
      *PROGRAM : PROJECT 2   DEPARTMENT LABOR BUDGET MAINTENANCE      *
      *AUTHOR  : Mario Garcia                                         *
      *DATE    : 10/15/2026                                           *
      *ABSTRACT: Applies ADD / CHANGE / DELETE transactions from the  *
      *          budget maintenance transaction file against the      *
      *          labor budget (one record per department, year and    *
      *          quarter: budgeted labor dollars and budgeted         *
      *          headcount), and prints an applied/rejected           *
      *          maintenance report in the GARCIA-P02-RATMNT format.  *
      *          The budget is rewritten in department + year +       *
      *          quarter order for GARCIA-P02-BUDVAR.  Every          *
      *          transaction department must be on DEPT-MASTER, and   *
      *          a new budget line must be for an active department.  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARCIA-P02-BUDMNT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LABOR-BUDGET ASSIGN TO 'labor-budget.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-LBUD-STATUS.

           SELECT BUDGET-TRANS ASSIGN TO 'budget-maint-trans.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-BTRN-STATUS.

           SELECT DEPT-MASTER ASSIGN TO 'dept-master.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-DEPT-STATUS.

           SELECT PR-RPT  ASSIGN TO 'LNAME-p02-budmnt.rpt'
                          ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-LOG ASSIGN TO 'batch-run-log.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-RLOG-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  LABOR-BUDGET.
       01  LBUD-REC.
           03  LBUD-KEY.
               05  LBUD-DEPT               PIC 99.
               05  LBUD-YEAR               PIC 9999.
               05  LBUD-QTR                PIC 9.
           03  LBUD-AMT                    PIC 9(8)V99.
           03  LBUD-HEADCOUNT              PIC 9(4).

      * A delete needs only the key; an add or change carries both the
      * dollars and the headcount, a change replacing both.
       FD  BUDGET-TRANS.
       01  BTRN-REC.
           03  BTRN-ACTION                 PIC X.
           03  BTRN-DEPT                   PIC 99.
           03  BTRN-YEAR                   PIC 9999.
           03  BTRN-QTR                    PIC 9.
           03  BTRN-AMT                    PIC 9(8)V99.
           03  BTRN-HEADCOUNT              PIC 9(4).

       FD  DEPT-MASTER.
       01  DEPT-MST-REC.
           03  DEPT-MST-CODE               PIC 99.
           03  DEPT-MST-NAME               PIC X(5).
           03  DEPT-MST-ACTIVE             PIC X.
           03  DEPT-MST-GL-ACCT            PIC 9(8).

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
               'DEPARTMENT LABOR BUDGET MAINTENANCE'.
           03  WS-RPT-DATE-TIME.
               05  WS-RPT-MO               PIC 99.
               05  FILLER                  PIC X     VALUE '/'.
               05  WS-RPT-DAY              PIC 99.
               05  FILLER                  PIC X     VALUE '/'.
               05  WS-RPT-YR               PIC 9999.

       01  WS-RPT-BLANK-LN                 PIC X(80) VALUE SPACES.
       01  WS-DTL-HDG.
           03  FILLER                      PIC X(30) VALUE
               '  ACT DEPT YEAR QTR       BUDG'.
           03  FILLER                      PIC X(30) VALUE
               'ET  HCNT  RESULT   REASON     '.
           03  FILLER                      PIC X(10) VALUE SPACES.
       01  WS-DTL-LN.
           03  FILLER                      PIC XX     VALUE SPACES.
           03  WS-DTL-ACTION               PIC X.
           03  FILLER                      PIC X(3)   VALUE SPACES.
           03  WS-DTL-DEPT                 PIC 99.
           03  FILLER                      PIC X(3)   VALUE SPACES.
           03  WS-DTL-YEAR                 PIC 9999.
           03  FILLER                      PIC XX     VALUE SPACES.
           03  WS-DTL-QTR                  PIC 9.
           03  FILLER                      PIC X      VALUE SPACES.
           03  WS-DTL-AMT                  PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                      PIC XX     VALUE SPACES.
           03  WS-DTL-HEADCOUNT            PIC ZZZ9.
           03  FILLER                      PIC XX     VALUE SPACES.
           03  WS-DTL-RESULT               PIC X(8).
           03  FILLER                      PIC X      VALUE SPACES.
           03  WS-DTL-REASON               PIC X(34).

       01  WS-TOT-LN.
           03  FILLER                      PIC X(2)   VALUE SPACES.
           03  WS-TOT-LABEL                PIC X(22).
           03  WS-TOT-COUNT                PIC ZZZ9.
           03  FILLER                      PIC X(52)  VALUE SPACES.

       01  WS-FLAGS.
           03  WS-LBUD-EOF-FLAG            PIC X       VALUE 'N'.
               88  WS-LBUD-EOF                         VALUE 'Y'.
           03  WS-BTRN-EOF-FLAG            PIC X       VALUE 'N'.
               88  WS-BTRN-EOF                         VALUE 'Y'.
           03  WS-DEPT-MST-EOF-FLAG        PIC X       VALUE 'N'.
               88  WS-DEPT-MST-EOF                     VALUE 'Y'.
           03  WS-TRN-VALID-FLAG           PIC X       VALUE 'Y'.
               88  WS-TRN-VALID                        VALUE 'Y'.
               88  WS-TRN-INVALID                      VALUE 'N'.

       01  WS-LBUD-STATUS                  PIC XX      VALUE SPACES.
       01  WS-BTRN-STATUS                  PIC XX      VALUE SPACES.
       01  WS-DEPT-STATUS                  PIC XX      VALUE SPACES.
       01  WS-RLOG-STATUS                  PIC XX      VALUE SPACES.
       01  WS-REJECT-REASON                PIC X(34)   VALUE SPACES.

       01  WS-MAINT-CTRS.
           03  WS-TRN-READ-CTR             PIC 9999    VALUE ZERO.
           03  WS-APPLIED-CTR              PIC 9999    VALUE ZERO.
           03  WS-REJECTED-CTR             PIC 9999    VALUE ZERO.

       01  WS-DEPT-COUNT                   PIC 999     VALUE ZERO.
       01  WS-DEPT-TABLE.
           03  WS-DEPT-ENTRY  OCCURS 1 TO 100 TIMES
                              DEPENDING ON WS-DEPT-COUNT
                              INDEXED BY WS-DEPT-IDX.
               05  WS-DEPT-CODE            PIC 99.
               05  WS-DEPT-NAME            PIC X(5).
               05  WS-DEPT-ACTIVE          PIC X.
       01  WS-DEPT-LOOKUP.
           03  WS-LOOKUP-DEPT-CODE         PIC 99.
           03  WS-LOOKUP-FOUND-FLAG        PIC X       VALUE 'N'.
               88  WS-LOOKUP-FOUND                     VALUE 'Y'.

       01  WS-BT-COUNT                     PIC 9(5)    VALUE ZERO.
       01  WS-BT-SUB                       PIC 9(5)    VALUE ZERO.
       01  WS-BT-FOUND-SUB                 PIC 9(5)    VALUE ZERO.
       01  WS-BT-INS-SUB                   PIC 9(5)    VALUE ZERO.
       01  WS-BT-SHIFT-SUB                 PIC 9(5)    VALUE ZERO.
      * Kept in department + year + quarter order at all times; the
      * rewritten budget keeps that order on disk.
       01  WS-BUD-TABLE.
           03  WS-BT-ENTRY  OCCURS 5000 TIMES.
               05  WS-BT-KEY.
                   07  WS-BT-DEPT          PIC 99.
                   07  WS-BT-YEAR          PIC 9999.
                   07  WS-BT-QTR           PIC 9.
               05  WS-BT-AMT               PIC 9(8)V99.
               05  WS-BT-HEADCOUNT         PIC 9(4).
       01  WS-BT-SRCH-KEY.
           03  WS-SRCH-DEPT                PIC 99.
           03  WS-SRCH-YEAR                PIC 9999.
           03  WS-SRCH-QTR                 PIC 9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 170-LOAD-DEPT-MASTER.
           PERFORM 180-LOAD-LABOR-BUDGET.
           OPEN INPUT  BUDGET-TRANS.
           IF WS-BTRN-STATUS NOT = '00'
               DISPLAY 'BUDGET TRANSACTION FILE WILL NOT OPEN - '
                       'STATUS: ' WS-BTRN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PR-RPT.
           PERFORM 300-GET-SYS-DATE-TIME.
           PERFORM 400-RPT-HEADING.

           PERFORM UNTIL WS-BTRN-EOF
               READ BUDGET-TRANS
                   AT END
                       SET WS-BTRN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TRN-READ-CTR
                       PERFORM 500-APPLY-TRANS
               END-READ
           END-PERFORM.

           PERFORM 600-REWRITE-LABOR-BUDGET.
           PERFORM 700-RPT-END.
           CLOSE BUDGET-TRANS.
           CLOSE PR-RPT.
           DISPLAY 'PROJECT 2 BUDGET MAINTENANCE - MARIO GARCIA'.
           DISPLAY 'TRANSACTIONS READ: ', WS-TRN-READ-CTR.
           DISPLAY 'APPLIED:  ', WS-APPLIED-CTR.
           DISPLAY 'REJECTED: ', WS-REJECTED-CTR.
           PERFORM 900-WRITE-RUN-LOG.
           STOP RUN.
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
                       IF WS-DEPT-COUNT < 100
                           ADD 1 TO WS-DEPT-COUNT
                           MOVE DEPT-MST-CODE
                                TO WS-DEPT-CODE   (WS-DEPT-COUNT)
                           MOVE DEPT-MST-NAME
                                TO WS-DEPT-NAME   (WS-DEPT-COUNT)
                           MOVE DEPT-MST-ACTIVE
                                TO WS-DEPT-ACTIVE (WS-DEPT-COUNT)
                       ELSE
                           DISPLAY 'DEPT-MASTER TABLE FULL - CANNOT '
                                   'CONTINUE: ' DEPT-MST-REC
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                     END-IF
               END-READ
           END-PERFORM.
           CLOSE DEPT-MASTER.
      *-----------------------------------------------------------------
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
      *-----------------------------------------------------------------
      * Loads the budget into the ordered table.  Records are inserted
      * at their ordered position, so a budget touched by hand out of
      * order is healed by the next maintenance run.
       180-LOAD-LABOR-BUDGET.
           OPEN INPUT LABOR-BUDGET.
           EVALUATE WS-LBUD-STATUS
               WHEN '00'
                   PERFORM UNTIL WS-LBUD-EOF
                       READ LABOR-BUDGET
                           AT END
                               SET WS-LBUD-EOF TO TRUE
                           NOT AT END
                               IF LBUD-DEPT NUMERIC AND
                                  LBUD-YEAR NUMERIC AND
                                  LBUD-QTR  NUMERIC AND
                                  LBUD-AMT  NUMERIC AND
                                  LBUD-HEADCOUNT NUMERIC
                                   MOVE LBUD-KEY TO WS-BT-SRCH-KEY
                                   PERFORM 210-FIND-BUD-ENTRY
                                   IF WS-BT-FOUND-SUB = ZERO
                                       PERFORM 220-INSERT-BUD-ENTRY
                                       MOVE LBUD-AMT TO
                                            WS-BT-AMT (WS-BT-INS-SUB)
                                       MOVE LBUD-HEADCOUNT TO
                                            WS-BT-HEADCOUNT
                                            (WS-BT-INS-SUB)
                                   ELSE
                                       DISPLAY 'DUPLICATE BUDGET '
                                           'RECORD IGNORED: '
                                           LBUD-REC
                                   END-IF
                               ELSE
                                   DISPLAY 'INVALID BUDGET RECORD '
                                           'IGNORED: ' LBUD-REC
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LABOR-BUDGET
               WHEN '35'
                   DISPLAY 'LABOR BUDGET NOT FOUND - STARTING EMPTY'
               WHEN OTHER
                   DISPLAY 'LABOR BUDGET WILL NOT OPEN - STATUS: '
                           WS-LBUD-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *-----------------------------------------------------------------
      * Ordered search: WS-BT-FOUND-SUB gets the matching entry (zero
      * when absent) and WS-BT-INS-SUB the position an insert belongs
      * at, found by a binary search over the ordered table.
       210-FIND-BUD-ENTRY.
           MOVE ZERO TO WS-BT-FOUND-SUB.
           MOVE 1    TO WS-BT-INS-SUB.
           IF WS-BT-COUNT > ZERO
               PERFORM 215-BINARY-SEARCH
           END-IF.
      *-----------------------------------------------------------------
       215-BINARY-SEARCH.
           MOVE 1           TO WS-BT-SUB.
           MOVE WS-BT-COUNT TO WS-BT-SHIFT-SUB.
           PERFORM UNTIL WS-BT-SUB > WS-BT-SHIFT-SUB
               COMPUTE WS-BT-INS-SUB =
                       (WS-BT-SUB + WS-BT-SHIFT-SUB) / 2
               IF WS-BT-KEY (WS-BT-INS-SUB) < WS-BT-SRCH-KEY
                   COMPUTE WS-BT-SUB = WS-BT-INS-SUB + 1
               ELSE
                   IF WS-BT-KEY (WS-BT-INS-SUB) > WS-BT-SRCH-KEY
                       COMPUTE WS-BT-SHIFT-SUB = WS-BT-INS-SUB - 1
                   ELSE
                       MOVE WS-BT-INS-SUB TO WS-BT-FOUND-SUB
                       MOVE WS-BT-COUNT   TO WS-BT-SHIFT-SUB
                       COMPUTE WS-BT-SUB  = WS-BT-SHIFT-SUB + 1
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-BT-FOUND-SUB = ZERO
               MOVE WS-BT-SUB TO WS-BT-INS-SUB
           END-IF.
      *-----------------------------------------------------------------
       220-INSERT-BUD-ENTRY.
           IF WS-BT-COUNT >= 5000
               DISPLAY 'BUDGET TABLE FULL - CANNOT CONTINUE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-BT-COUNT.
           PERFORM VARYING WS-BT-SHIFT-SUB FROM WS-BT-COUNT BY -1
                     UNTIL WS-BT-SHIFT-SUB <= WS-BT-INS-SUB
               MOVE WS-BT-ENTRY (WS-BT-SHIFT-SUB - 1)
                    TO WS-BT-ENTRY (WS-BT-SHIFT-SUB)
           END-PERFORM.
           MOVE WS-BT-SRCH-KEY TO WS-BT-KEY       (WS-BT-INS-SUB).
           MOVE ZERO           TO WS-BT-AMT       (WS-BT-INS-SUB).
           MOVE ZERO           TO WS-BT-HEADCOUNT (WS-BT-INS-SUB).
      *-----------------------------------------------------------------
       230-DELETE-BUD-ENTRY.
           PERFORM VARYING WS-BT-SHIFT-SUB FROM WS-BT-FOUND-SUB BY 1
                     UNTIL WS-BT-SHIFT-SUB >= WS-BT-COUNT
               MOVE WS-BT-ENTRY (WS-BT-SHIFT-SUB + 1)
                    TO WS-BT-ENTRY (WS-BT-SHIFT-SUB)
           END-PERFORM.
           SUBTRACT 1 FROM WS-BT-COUNT.
      *-----------------------------------------------------------------
       500-APPLY-TRANS.
           MOVE SPACES TO WS-REJECT-REASON.
           SET WS-TRN-VALID TO TRUE.

           IF BTRN-DEPT NOT NUMERIC OR BTRN-DEPT = ZERO OR
              BTRN-DEPT = 99
               SET WS-TRN-INVALID TO TRUE
               MOVE 'INVALID DEPARTMENT' TO WS-REJECT-REASON
           END-IF.

           IF WS-TRN-VALID AND
              (BTRN-YEAR NOT NUMERIC OR
               BTRN-YEAR < 1900 OR BTRN-YEAR > 2099)
               SET WS-TRN-INVALID TO TRUE
               MOVE 'INVALID YEAR' TO WS-REJECT-REASON
           END-IF.

           IF WS-TRN-VALID AND
              (BTRN-QTR NOT NUMERIC OR
               BTRN-QTR < 1 OR BTRN-QTR > 4)
               SET WS-TRN-INVALID TO TRUE
               MOVE 'INVALID QUARTER' TO WS-REJECT-REASON
           END-IF.

           IF WS-TRN-VALID
               MOVE BTRN-DEPT TO WS-LOOKUP-DEPT-CODE
               PERFORM 175-FIND-DEPT-IDX
               IF NOT WS-LOOKUP-FOUND
                   SET WS-TRN-INVALID TO TRUE
                   MOVE 'DEPARTMENT NOT ON DEPT-MASTER'
                        TO WS-REJECT-REASON
               END-IF
           END-IF.

           IF WS-TRN-VALID
               MOVE BTRN-DEPT TO WS-SRCH-DEPT
               MOVE BTRN-YEAR TO WS-SRCH-YEAR
               MOVE BTRN-QTR  TO WS-SRCH-QTR
               PERFORM 210-FIND-BUD-ENTRY
               EVALUATE BTRN-ACTION
                   WHEN 'A'
                       PERFORM 510-APPLY-ADD
                   WHEN 'C'
                       PERFORM 520-APPLY-CHANGE
                   WHEN 'D'
                       PERFORM 530-APPLY-DELETE
                   WHEN OTHER
                       SET WS-TRN-INVALID TO TRUE
                       MOVE 'INVALID ACTION CODE'
                            TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.

           PERFORM 550-WRITE-MAINT-DTL.
           IF WS-TRN-VALID
               ADD 1 TO WS-APPLIED-CTR
           ELSE
               ADD 1 TO WS-REJECTED-CTR
           END-IF.
      *-----------------------------------------------------------------
      * A department already closed down gets no new budget lines, but
      * its existing ones can still be corrected or removed.
       510-APPLY-ADD.
           IF WS-BT-FOUND-SUB NOT = ZERO
               SET WS-TRN-INVALID TO TRUE
               MOVE 'BUDGET ALREADY ON FILE' TO WS-REJECT-REASON
           ELSE
               IF WS-DEPT-ACTIVE (WS-DEPT-IDX) NOT = 'Y'
                   SET WS-TRN-INVALID TO TRUE
                   MOVE 'DEPARTMENT NOT ACTIVE' TO WS-REJECT-REASON
               ELSE
                   PERFORM 540-EDIT-AMOUNTS
                   IF WS-TRN-VALID
                       PERFORM 220-INSERT-BUD-ENTRY
                       MOVE BTRN-AMT
                            TO WS-BT-AMT       (WS-BT-INS-SUB)
                       MOVE BTRN-HEADCOUNT
                            TO WS-BT-HEADCOUNT (WS-BT-INS-SUB)
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       520-APPLY-CHANGE.
           IF WS-BT-FOUND-SUB = ZERO
               SET WS-TRN-INVALID TO TRUE
               MOVE 'BUDGET NOT ON FILE' TO WS-REJECT-REASON
           ELSE
               PERFORM 540-EDIT-AMOUNTS
               IF WS-TRN-VALID
                   MOVE BTRN-AMT
                        TO WS-BT-AMT       (WS-BT-FOUND-SUB)
                   MOVE BTRN-HEADCOUNT
                        TO WS-BT-HEADCOUNT (WS-BT-FOUND-SUB)
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       530-APPLY-DELETE.
           IF WS-BT-FOUND-SUB = ZERO
               SET WS-TRN-INVALID TO TRUE
               MOVE 'BUDGET NOT ON FILE' TO WS-REJECT-REASON
           ELSE
               PERFORM 230-DELETE-BUD-ENTRY
           END-IF.
      *-----------------------------------------------------------------
      * A zero dollar budget is allowed - it says the department is
      * not meant to carry labor that quarter - but both fields must
      * be present.
       540-EDIT-AMOUNTS.
           IF BTRN-AMT NOT NUMERIC
               SET WS-TRN-INVALID TO TRUE
               MOVE 'INVALID BUDGET AMOUNT' TO WS-REJECT-REASON
           ELSE
               IF BTRN-HEADCOUNT NOT NUMERIC
                   SET WS-TRN-INVALID TO TRUE
                   MOVE 'INVALID HEADCOUNT' TO WS-REJECT-REASON
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       550-WRITE-MAINT-DTL.
           MOVE SPACES         TO WS-DTL-LN.
           MOVE BTRN-ACTION    TO WS-DTL-ACTION.
           IF BTRN-DEPT NUMERIC
               MOVE BTRN-DEPT  TO WS-DTL-DEPT
           ELSE
               MOVE ZERO       TO WS-DTL-DEPT
           END-IF.
           IF BTRN-YEAR NUMERIC
               MOVE BTRN-YEAR  TO WS-DTL-YEAR
           ELSE
               MOVE ZERO       TO WS-DTL-YEAR
           END-IF.
           IF BTRN-QTR NUMERIC
               MOVE BTRN-QTR   TO WS-DTL-QTR
           ELSE
               MOVE ZERO       TO WS-DTL-QTR
           END-IF.
           IF BTRN-AMT NUMERIC
               MOVE BTRN-AMT   TO WS-DTL-AMT
           ELSE
               MOVE ZERO       TO WS-DTL-AMT
           END-IF.
           IF BTRN-HEADCOUNT NUMERIC
               MOVE BTRN-HEADCOUNT TO WS-DTL-HEADCOUNT
           ELSE
               MOVE ZERO       TO WS-DTL-HEADCOUNT
           END-IF.
           IF WS-TRN-VALID
               MOVE 'APPLIED'  TO WS-DTL-RESULT
           ELSE
               MOVE 'REJECTED' TO WS-DTL-RESULT
               MOVE WS-REJECT-REASON TO WS-DTL-REASON
           END-IF.
           WRITE PR-RPT-REC    FROM WS-DTL-LN.
      *-----------------------------------------------------------------
       600-REWRITE-LABOR-BUDGET.
           OPEN OUTPUT LABOR-BUDGET.
           PERFORM VARYING WS-BT-SUB FROM 1 BY 1
                     UNTIL WS-BT-SUB > WS-BT-COUNT
               MOVE WS-BT-KEY       (WS-BT-SUB) TO LBUD-KEY
               MOVE WS-BT-AMT       (WS-BT-SUB) TO LBUD-AMT
               MOVE WS-BT-HEADCOUNT (WS-BT-SUB) TO LBUD-HEADCOUNT
               WRITE LBUD-REC
           END-PERFORM.
           CLOSE LABOR-BUDGET.
           DISPLAY 'LABOR BUDGET RECORDS WRITTEN: ' WS-BT-COUNT.
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
           WRITE PR-RPT-REC                FROM WS-DTL-HDG.
      *-----------------------------------------------------------------
       700-RPT-END.
           WRITE PR-RPT-REC                FROM WS-RPT-BLANK-LN.
           MOVE 'TRANSACTIONS READ:    '   TO   WS-TOT-LABEL.
           MOVE WS-TRN-READ-CTR            TO   WS-TOT-COUNT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
           MOVE 'TRANSACTIONS APPLIED: '   TO   WS-TOT-LABEL.
           MOVE WS-APPLIED-CTR             TO   WS-TOT-COUNT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
           MOVE 'TRANSACTIONS REJECTED:'   TO   WS-TOT-LABEL.
           MOVE WS-REJECTED-CTR            TO   WS-TOT-COUNT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
      *-----------------------------------------------------------------
      * End-of-job evidence for the operations summary: one structured
      * record appended to the shared batch run log.
       900-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG.
           IF WS-RLOG-STATUS = '35'
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE 'GARCIA-P02-BUDMNT'  TO RLOG-PROGRAM.
           MOVE WS-SYS-DATE (1:14)   TO RLOG-STAMP.
           MOVE ZERO                 TO RLOG-QTR.
           MOVE ZERO                 TO RLOG-YEAR.
           MOVE 'budget-maint-trans.dat' TO RLOG-INPUT-FILE.
           MOVE WS-TRN-READ-CTR      TO RLOG-READ-CTR.
           MOVE WS-APPLIED-CTR       TO RLOG-RELEASED-CTR.
           MOVE WS-REJECTED-CTR      TO RLOG-EXC-CTR.
           MOVE ZERO                 TO RLOG-DUP-CTR.
           MOVE 'N/A'                TO RLOG-RECON-RESULT.
           MOVE RETURN-CODE          TO RLOG-RETURN-CODE.
           WRITE RLOG-REC.
           CLOSE RUN-LOG.
      *-----------------------------------------------------------------

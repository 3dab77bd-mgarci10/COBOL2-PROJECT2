      *          is rewritten in employee id + effective date order   *
      *          so GARCIA-P02-GROSS can search it directly.  Every   *
      *          transaction employee must be on EMPLOYEE-MASTER.     *
      *          Every applied transaction is appended, stamped and   *
      *          with the rate before and after, to the rate change   *
      *          log that GARCIA-P02-RETRO reads, and one whose       *
      *          effective date falls on or before the end of a       *
      *          quarter run-control shows posted is marked on the    *
      *          report as back-dated, with retro pay due.            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARCIA-P02-RATMNT.
                          RECORD KEY IS EMPL-ID
                          FILE STATUS IS WS-EMPL-STATUS.

           SELECT RATE-CHG-LOG ASSIGN TO 'rate-change-log.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-RCL-STATUS.

           SELECT RUN-CONTROL ASSIGN TO 'run-control.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PR-RPT  ASSIGN TO 'LNAME-p02-ratmnt.rpt'
                          ORGANIZATION IS LINE SEQUENTIAL.

           03  EMPL-BANK-ROUTING           PIC X(9).
           03  EMPL-BANK-ACCT              PIC X(17).
           03  EMPL-DEP-STATUS             PIC X.
           03  EMPL-SSN                    PIC X(9).
           03  EMPL-ADDR-STREET            PIC X(30).
           03  EMPL-ADDR-CITY              PIC X(20).
           03  EMPL-ADDR-STATE             PIC XX.
           03  EMPL-ADDR-ZIP               PIC X(9).

      * One record per applied transaction, in the order applied.  An
      * add carries no old rate and a delete no new rate.
       FD  RATE-CHG-LOG.
       01  RCL-REC.
           03  RCL-STAMP                   PIC X(14).
           03  RCL-ACTION                  PIC X.
           03  RCL-EMP-ID                  PIC X(4).
           03  RCL-EFF-DATE                PIC 9(8).
           03  RCL-OLD-RATE                PIC 99V99.
           03  RCL-NEW-RATE                PIC 99V99.

       FD  RUN-CONTROL.
       01  RC-REC.
           03  RC-QTR                      PIC 9.
           03  RC-YEAR                     PIC 9999.
           03  RC-STATUS                   PIC X(11).
           03  RC-INPUT-FILENAME           PIC X(30).
           03  RC-STAMP                    PIC X(14).

       FD  PR-RPT.
       01  PR-RPT-REC                      PIC X(100).
               88  WS-TRN-INVALID                      VALUE 'N'.
           03  WS-EMPL-FOUND-FLAG          PIC X       VALUE 'N'.
               88  WS-EMPL-FOUND                       VALUE 'Y'.
           03  WS-RUNCTL-EOF-FLAG          PIC X       VALUE 'N'.
               88  WS-RUNCTL-EOF                       VALUE 'Y'.

       01  WS-RATE-STATUS                  PIC XX      VALUE SPACES.
       01  WS-RTRN-STATUS                  PIC XX      VALUE SPACES.
       01  WS-EMPL-STATUS                  PIC XX      VALUE SPACES.
       01  WS-RLOG-STATUS                  PIC XX      VALUE SPACES.
       01  WS-RCL-STATUS                   PIC XX      VALUE SPACES.
       01  WS-RUNCTL-STATUS                PIC XX      VALUE SPACES.
       01  WS-REJECT-REASON                PIC X(34)   VALUE SPACES.

       01  WS-MAINT-CTRS.
           03  WS-TRN-READ-CTR             PIC 9999    VALUE ZERO.
           03  WS-APPLIED-CTR              PIC 9999    VALUE ZERO.
           03  WS-REJECTED-CTR             PIC 9999    VALUE ZERO.
           03  WS-RETRO-DUE-CTR            PIC 9999    VALUE ZERO.

      * Rate in hand before the transaction, for the change log.
       01  WS-OLD-RATE                     PIC 99V99   VALUE ZERO.

      * Run-control statuses, last record per quarter wins, and the
      * last day of the latest quarter still showing posted.  Any rate
      * effective on or before that day changes pay already posted.
       01  WS-RCT-COUNT                    PIC 999     VALUE ZERO.
       01  WS-RCT-SUB                      PIC 999     VALUE ZERO.
       01  WS-RCT-TABLE.
           03  WS-RCT-ENTRY  OCCURS 100 TIMES
                             INDEXED BY WS-RCT-IDX.
               05  WS-RCT-QTR              PIC 9.
               05  WS-RCT-YEAR             PIC 9999.
               05  WS-RCT-STATUS           PIC X(11).
       01  WS-POSTED-END-DATE              PIC 9(8)    VALUE ZERO.
       01  WS-QTR-END-DATE                 PIC 9(8)    VALUE ZERO.

       01  WS-RT-COUNT                     PIC 9(5)    VALUE ZERO.
       01  WS-RT-SUB                       PIC 9(5)    VALUE ZERO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 140-LOAD-RUN-CONTROL.
           PERFORM 180-LOAD-RATE-MASTER.
           PERFORM 185-OPEN-EMPL-MST.
           OPEN INPUT  RATE-TRANS.
           OPEN OUTPUT PR-RPT.
           PERFORM 300-GET-SYS-DATE-TIME.
           PERFORM 400-RPT-HEADING.
           OPEN EXTEND RATE-CHG-LOG.
           IF WS-RCL-STATUS = '35'
               OPEN OUTPUT RATE-CHG-LOG
           END-IF.
           IF WS-RCL-STATUS NOT = '00'
               DISPLAY 'RATE CHANGE LOG WILL NOT OPEN - STATUS: '
                       WS-RCL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-RTRN-EOF
               READ RATE-TRANS

           PERFORM 600-REWRITE-RATE-MASTER.
           PERFORM 700-RPT-END.
           CLOSE RATE-CHG-LOG.
           CLOSE RATE-TRANS.
           CLOSE EMPL-MST.
           CLOSE PR-RPT.
           DISPLAY 'TRANSACTIONS READ: ', WS-TRN-READ-CTR.
           DISPLAY 'APPLIED:  ', WS-APPLIED-CTR.
           DISPLAY 'REJECTED: ', WS-REJECTED-CTR.
           DISPLAY 'RETRO PAY DUE: ', WS-RETRO-DUE-CTR.
           PERFORM 900-WRITE-RUN-LOG.
           STOP RUN.
      *-----------------------------------------------------------------
      * No run-control simply means no quarter is posted yet, so no
      * rate change can be back-dated into one.
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
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'RUN-CONTROL WILL NOT OPEN - STATUS: '
                           WS-RUNCTL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM VARYING WS-RCT-IDX FROM 1 BY 1
                     UNTIL WS-RCT-IDX > WS-RCT-COUNT
               IF WS-RCT-STATUS (WS-RCT-IDX) = 'COMPLETE' OR
                  WS-RCT-STATUS (WS-RCT-IDX) = 'ADJUSTED'
                   COMPUTE WS-QTR-END-DATE =
                           (WS-RCT-YEAR (WS-RCT-IDX) * 10000)
                         + (WS-RCT-QTR (WS-RCT-IDX) * 300) + 31
                   IF WS-QTR-END-DATE > WS-POSTED-END-DATE
                       MOVE WS-QTR-END-DATE TO WS-POSTED-END-DATE
                   END-IF
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       141-TRACK-RUN-STATUS.
           MOVE ZERO TO WS-RCT-SUB.
           PERFORM VARYING WS-RCT-IDX FROM 1 BY 1
                     UNTIL WS-RCT-IDX > WS-RCT-COUNT
               IF WS-RCT-QTR  (WS-RCT-IDX) = RC-QTR AND
                  WS-RCT-YEAR (WS-RCT-IDX) = RC-YEAR
                   SET WS-RCT-SUB TO WS-RCT-IDX
               END-IF
           END-PERFORM.
           IF WS-RCT-SUB = ZERO
               IF WS-RCT-COUNT < 100
                   ADD 1 TO WS-RCT-COUNT
                   MOVE WS-RCT-COUNT TO WS-RCT-SUB
                   MOVE RC-QTR  TO WS-RCT-QTR  (WS-RCT-SUB)
                   MOVE RC-YEAR TO WS-RCT-YEAR (WS-RCT-SUB)
               ELSE
                   DISPLAY 'RUN-CONTROL STATUS TABLE FULL - CANNOT '
                           'CONTINUE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE RC-STATUS TO WS-RCT-STATUS (WS-RCT-SUB).
      *-----------------------------------------------------------------
      * Loads the master into the ordered table.  Records are inserted
      * at their ordered position, so a master touched by hand out of
      * order is healed by the next maintenance run.
               MOVE RTRN-EMP-ID   TO WS-SRCH-EMP-ID
               MOVE RTRN-EFF-DATE TO WS-SRCH-EFF-DATE
               PERFORM 210-FIND-RATE-ENTRY
               MOVE ZERO TO WS-OLD-RATE
               IF WS-RT-FOUND-SUB NOT = ZERO
                   MOVE WS-RT-HOURLY (WS-RT-FOUND-SUB) TO WS-OLD-RATE
               END-IF
               EVALUATE RTRN-ACTION
                   WHEN 'A'
                       PERFORM 510-APPLY-ADD
               END-EVALUATE
           END-IF.

           IF WS-TRN-VALID
               PERFORM 560-LOG-RATE-CHANGE
           END-IF.
           PERFORM 550-WRITE-MAINT-DTL.
           IF WS-TRN-VALID
               ADD 1 TO WS-APPLIED-CTR
           END-IF.
           IF WS-TRN-VALID
               MOVE 'APPLIED'  TO WS-DTL-RESULT
               IF RTRN-EFF-DATE NOT > WS-POSTED-END-DATE
                   MOVE 'BACK-DATED - RETRO PAY DUE'
                        TO WS-DTL-REASON
               END-IF
           ELSE
               MOVE 'REJECTED' TO WS-DTL-RESULT
               MOVE WS-REJECT-REASON TO WS-DTL-REASON
           END-IF.
           WRITE PR-RPT-REC    FROM WS-DTL-LN.
      *-----------------------------------------------------------------
      * The log is what lets GARCIA-P02-RETRO rebuild the master as it
      * stood when a quarter was paid, so it records every applied
      * change, back-dated or not.
       560-LOG-RATE-CHANGE.
           MOVE WS-SYS-DATE (1:14) TO RCL-STAMP.
           MOVE RTRN-ACTION        TO RCL-ACTION.
           MOVE RTRN-EMP-ID        TO RCL-EMP-ID.
           MOVE RTRN-EFF-DATE      TO RCL-EFF-DATE.
           MOVE WS-OLD-RATE        TO RCL-OLD-RATE.
           IF RTRN-ACTION = 'D'
               MOVE ZERO           TO RCL-NEW-RATE
           ELSE
               MOVE RTRN-RATE      TO RCL-NEW-RATE
           END-IF.
           WRITE RCL-REC.
           IF RTRN-EFF-DATE NOT > WS-POSTED-END-DATE
               ADD 1 TO WS-RETRO-DUE-CTR
           END-IF.
      *-----------------------------------------------------------------
       600-REWRITE-RATE-MASTER.
           OPEN OUTPUT RATE-MASTER.
           MOVE 'TRANSACTIONS REJECTED:'   TO   WS-TOT-LABEL.
           MOVE WS-REJECTED-CTR            TO   WS-TOT-COUNT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
           MOVE 'RETRO PAY DUE:        '   TO   WS-TOT-LABEL.
           MOVE WS-RETRO-DUE-CTR           TO   WS-TOT-COUNT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
      *-----------------------------------------------------------------
      * End-of-job evidence for the operations summary: one structured
      * record appended to the shared batch run log.

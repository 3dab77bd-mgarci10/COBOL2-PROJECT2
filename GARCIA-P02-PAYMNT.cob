      *          header/trailer carrying record count and amount hash *
      *          total (same shape as gl-posting.dat).  Employees     *
      *          with no verified bank record fall out to a pay-by-   *
      *          check exception list instead of being dropped; the   *
      *          list ends with a count and amount control total for  *
      *          GARCIA-P02-CHKPRT.  A payment register accompanies   *
      *          the file.                                            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARCIA-P02-PAYMNT.
           03  EMPL-BANK-ROUTING           PIC X(9).
           03  EMPL-BANK-ACCT              PIC X(17).
           03  EMPL-DEP-STATUS             PIC X.
           03  EMPL-SSN                    PIC X(9).
           03  EMPL-ADDR-STREET            PIC X(30).
           03  EMPL-ADDR-CITY              PIC X(20).
           03  EMPL-ADDR-STATE             PIC XX.
           03  EMPL-ADDR-ZIP               PIC X(9).

       FD  PAY-OUT.
       01  PAY-OUT-REC                     PIC X(40).
      *-----------------------------------------------------------------
      * One detail per employee with a verified bank record; everyone
      * else goes on the pay-by-check list with the reason, never
      * silently dropped.  Status R is set by GARCIA-P02-BANKRTN when
      * the bank returned the last deposit.
       500-PAY-ONE-EMP.
           PERFORM 510-LOOKUP-EMPLOYEE.
           MOVE SPACES TO WS-CHECK-REASON-WK.
           EVALUATE TRUE
               WHEN NOT WS-EMPL-FOUND
                   MOVE 'NOT ON EMPLOYEE MASTER' TO WS-CHECK-REASON-WK
               WHEN EMPL-DEP-STATUS = 'R'
                   MOVE 'DEPOSIT RETURNED BY BANK'
                        TO WS-CHECK-REASON-WK
               WHEN EMPL-DEP-STATUS NOT = 'V'
                   MOVE 'BANK RECORD NOT VERIFIED'
                        TO WS-CHECK-REASON-WK
               WHEN EMPL-BANK-ROUTING NOT NUMERIC OR
                    EMPL-BANK-ACCT = SPACES
                   MOVE 'INVALID BANK DETAILS'
                        TO WS-CHECK-REASON-WK
           END-EVALUATE.

           IF WS-CHECK-REASON-WK = SPACES
               PERFORM 520-WRITE-DEPOSIT
           MOVE WS-CHECK-CTR               TO   WS-TOT-COUNT.
           MOVE WS-CHECK-TOT               TO   WS-TOT-AMT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
      * The check list carries its own control total; the check print
      * run reconciles the checks it issues back to it.
           WRITE CHECK-RPT-REC             FROM WS-RPT-BLANK-LN.
           MOVE 'PAY BY CHECK TOTAL:       ' TO WS-TOT-LABEL.
           MOVE WS-CHECK-CTR               TO   WS-TOT-COUNT.
           MOVE WS-CHECK-TOT               TO   WS-TOT-AMT.
           WRITE CHECK-RPT-REC             FROM WS-TOT-LN.
      *-----------------------------------------------------------------
      * End-of-job evidence for the operations summary: one structured
      * record appended to the shared batch run log.

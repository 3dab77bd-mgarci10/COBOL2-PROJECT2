      *          EMPLOYEE-MASTER file keyed on employee id, and       *
      *          prints an applied/rejected maintenance report.  The  *
      *          master carries direct deposit bank details (routing, *
      *          account, deposit status) and the social security     *
      *          number and mailing address used for the year-end W-2 *
      *          (GARCIA-P02-W2), all maintained through the same     *
      *          ADD / CHANGE transactions.  Every applied            *
      *          transaction is journaled with a timestamp and the    *
      *          full before and after images of EMPL-REC, so a bad   *
           03  EMPL-BANK-ROUTING           PIC X(9).
           03  EMPL-BANK-ACCT              PIC X(17).
           03  EMPL-DEP-STATUS             PIC X.
           03  EMPL-SSN                    PIC X(9).
           03  EMPL-ADDR-STREET            PIC X(30).
           03  EMPL-ADDR-CITY              PIC X(20).
           03  EMPL-ADDR-STATE             PIC XX.
           03  EMPL-ADDR-ZIP               PIC X(9).

       FD  MAINT-TRANS.
       01  TRN-REC.
           03  TRN-BANK-ROUTING            PIC X(9).
           03  TRN-BANK-ACCT               PIC X(17).
           03  TRN-DEP-STATUS              PIC X.
           03  TRN-SSN                     PIC X(9).
           03  TRN-ADDR-STREET             PIC X(30).
           03  TRN-ADDR-CITY               PIC X(20).
           03  TRN-ADDR-STATE              PIC XX.
           03  TRN-ADDR-ZIP                PIC X(9).

       FD  PR-RPT.
       01  PR-RPT-REC                      PIC X(100).
           03  JRN-STAMP                   PIC X(14).
           03  JRN-ACTION                  PIC X.
           03  JRN-EMP-ID                  PIC X(4).
           03  JRN-BEFORE                  PIC X(142).
           03  JRN-AFTER                   PIC X(142).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-SYS-DATE.
       01  WS-EMPL-STATUS                  PIC XX      VALUE SPACES.
       01  WS-JRNL-STATUS                  PIC XX      VALUE SPACES.
       01  WS-REJECT-REASON                PIC X(34)   VALUE SPACES.
       01  WS-BEFORE-IMAGE                 PIC X(142)  VALUE SPACES.

       01  WS-MAINT-CTRS.
           03  WS-TRN-READ-CTR             PIC 9999    VALUE ZERO.
               PERFORM 540-EDIT-BANK-FIELDS
           END-IF.

           IF WS-TRN-VALID
               PERFORM 545-EDIT-TAX-ID-FIELDS
           END-IF.

           IF WS-TRN-VALID
               MOVE TRN-ID         TO EMPL-ID
               MOVE TRN-LNAME      TO EMPL-LNAME
               ELSE
                   MOVE TRN-DEP-STATUS TO EMPL-DEP-STATUS
               END-IF
               MOVE TRN-SSN          TO EMPL-SSN
               MOVE TRN-ADDR-STREET  TO EMPL-ADDR-STREET
               MOVE TRN-ADDR-CITY    TO EMPL-ADDR-CITY
               MOVE TRN-ADDR-STATE   TO EMPL-ADDR-STATE
               MOVE TRN-ADDR-ZIP     TO EMPL-ADDR-ZIP
               WRITE EMPL-REC
                   INVALID KEY
                       SET WS-TRN-INVALID TO TRUE
               PERFORM 540-EDIT-BANK-FIELDS
           END-IF.

           IF WS-TRN-VALID
               PERFORM 545-EDIT-TAX-ID-FIELDS
           END-IF.

           IF WS-TRN-VALID
               IF TRN-LNAME NOT = SPACES
                   MOVE TRN-LNAME TO EMPL-LNAME
               IF TRN-DEP-STATUS NOT = SPACE
                   MOVE TRN-DEP-STATUS TO EMPL-DEP-STATUS
               END-IF
               IF TRN-SSN NOT = SPACES
                   MOVE TRN-SSN TO EMPL-SSN
               END-IF
               IF TRN-ADDR-STREET NOT = SPACES
                   MOVE TRN-ADDR-STREET TO EMPL-ADDR-STREET
               END-IF
               IF TRN-ADDR-CITY NOT = SPACES
                   MOVE TRN-ADDR-CITY TO EMPL-ADDR-CITY
               END-IF
               IF TRN-ADDR-STATE NOT = SPACES
                   MOVE TRN-ADDR-STATE TO EMPL-ADDR-STATE
               END-IF
               IF TRN-ADDR-ZIP NOT = SPACES
                   MOVE TRN-ADDR-ZIP TO EMPL-ADDR-ZIP
               END-IF
               REWRITE EMPL-REC
                   INVALID KEY
                       SET WS-TRN-INVALID TO TRUE
      * A V (verified) or P (pending) deposit status needs a numeric
      * routing number and an account; on a CHANGE the ones already on
      * the master count, on an ADD they must come on the transaction.
      * R (deposit returned) is only ever set by GARCIA-P02-BANKRTN;
      * a CHANGE back to V puts the employee on deposit again.
       540-EDIT-BANK-FIELDS.
           IF TRN-DEP-STATUS NOT = SPACE    AND
              TRN-DEP-STATUS NOT = 'V'      AND
                        TO WS-REJECT-REASON
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * SSN and mailing address are what GARCIA-P02-W2 prints on the
      * year-end statement and puts on the wage file.  Neither is
      * required here (a new hire may not have the card yet) - the W-2
      * run lists anyone still missing one - but what does come in
      * has to be usable: nine digits, not all zero, for the SSN, and
      * a five digit zip with an optional four digit extension.
       545-EDIT-TAX-ID-FIELDS.
           IF TRN-SSN NOT = SPACES
               IF TRN-SSN NOT NUMERIC OR TRN-SSN = ZERO
                   SET WS-TRN-INVALID TO TRUE
                   MOVE 'INVALID SOCIAL SECURITY NUMBER'
                        TO WS-REJECT-REASON
               END-IF
           END-IF.

           IF WS-TRN-VALID AND TRN-ADDR-ZIP NOT = SPACES
               IF TRN-ADDR-ZIP (1:5) NOT NUMERIC OR
                  (TRN-ADDR-ZIP (6:4) NOT = SPACES AND
                   TRN-ADDR-ZIP (6:4) NOT NUMERIC)
                   SET WS-TRN-INVALID TO TRUE
                   MOVE 'INVALID ZIP CODE' TO WS-REJECT-REASON
               END-IF
           END-IF.

           IF WS-TRN-VALID AND TRN-ADDR-STATE NOT = SPACES
               IF TRN-ADDR-STATE NOT ALPHABETIC
                   SET WS-TRN-INVALID TO TRUE
                   MOVE 'INVALID ADDRESS STATE' TO WS-REJECT-REASON
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       550-WRITE-MAINT-DTL.
           MOVE SPACES         TO WS-DTL-LN.

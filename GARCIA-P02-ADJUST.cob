      *          the GL batch and the run-control record are well     *
      *          defined.  Prints an adjustment register and records  *
      *          itself on run-control (ADJUSTED) and the batch run   *
      *          log.  Transactions come from pay-adjust-trans.dat    *
      *          unless the run parm names another file in the same   *
      *          layout, such as a reviewed GARCIA-P02-RETRO file;    *
      *          the file used is what run-control and the log show.  *
      *          Every rejected transaction is also appended to       *
      *          adjust-reject.dat with the run stamp and input file, *
      *          so GARCIA-P02-RETRO can put a retro amount the run   *
      *          refused back on hold.                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARCIA-P02-ADJUST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJ-TRANS ASSIGN DYNAMIC WS-ADJ-TRANS-FILENAME
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-ADJ-STATUS.

                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-GLC-STATUS.

           SELECT ADJ-REJECT ASSIGN TO 'adjust-reject.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-AREJ-STATUS.

           SELECT PR-RPT  ASSIGN TO 'LNAME-p02-adjust.rpt'
                          ORGANIZATION IS LINE SEQUENTIAL.

           03  GLC-STATUS                  PIC X(9).
           03  GLC-REASON                  PIC X(20).

      * One per rejected transaction, appended run after run: the
      * run's log stamp, the file it came from, the transaction as
      * read and why it was refused.
       FD  ADJ-REJECT.
       01  AREJ-REC.
           03  AREJ-STAMP                  PIC X(14).
           03  AREJ-INPUT-FILE             PIC X(30).
           03  AREJ-ADJ-IMAGE              PIC X(20).
           03  AREJ-REASON                 PIC X(34).

       FD  PR-RPT.
       01  PR-RPT-REC                      PIC X(100).

               88  WS-ADJ-INVALID                      VALUE 'N'.
           03  WS-BATCH-SET-FLAG           PIC X       VALUE 'N'.
               88  WS-BATCH-QTR-SET                    VALUE 'Y'.
           03  WS-AREJ-OPEN-FLAG           PIC X       VALUE 'N'.
               88  WS-AREJ-OPEN                        VALUE 'Y'.

       01  WS-ADJ-TRANS-FILENAME           PIC X(30)   VALUE SPACES.
       01  WS-PARM-STRING                  PIC X(30)   VALUE SPACES.
       01  WS-ADJ-STATUS                   PIC XX      VALUE SPACES.
       01  WS-YTD-STATUS                   PIC XX      VALUE SPACES.
       01  WS-RUNCTL-STATUS                PIC XX      VALUE SPACES.
       01  WS-GLC-STATUS                   PIC XX      VALUE SPACES.
       01  WS-AREJ-STATUS                  PIC XX      VALUE SPACES.
       01  WS-RLOG-STATUS                  PIC XX      VALUE SPACES.
       01  WS-REJECT-REASON                PIC X(34)   VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 110-GET-RUN-PARM.
           PERFORM 300-GET-SYS-DATE-TIME.
           PERFORM 140-LOAD-RUN-CONTROL.
           PERFORM 180-LOAD-DEPT-MASTER.
           OPEN INPUT ADJ-TRANS.
           IF WS-ADJ-STATUS NOT = '00'
               DISPLAY 'ADJUSTMENT TRANSACTION FILE WILL NOT OPEN - '
                       'STATUS: ' WS-ADJ-STATUS ' - '
                       WS-ADJ-TRANS-FILENAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           CLOSE ADJ-TRANS.
           CLOSE YTD-MST.
           IF WS-AREJ-OPEN
               CLOSE ADJ-REJECT
           END-IF.

           IF WS-ADJ-APPLIED-CTR > ZERO
               PERFORM 600-WRITE-GL-DELTAS
           DISPLAY 'ADJUSTMENTS REJECTED: ', WS-ADJ-REJECT-CTR.
           PERFORM 900-WRITE-RUN-LOG.
           STOP RUN.
      *-----------------------------------------------------------------
      * With no parm the keyed transaction file is used; a parm names
      * another file in the same layout.
       110-GET-RUN-PARM.
           MOVE SPACES TO WS-PARM-STRING.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
           IF WS-PARM-STRING = SPACES
               MOVE 'pay-adjust-trans.dat' TO WS-ADJ-TRANS-FILENAME
           ELSE
               UNSTRING WS-PARM-STRING DELIMITED BY SPACE
                   INTO WS-ADJ-TRANS-FILENAME
               END-UNSTRING
           END-IF.
      *-----------------------------------------------------------------
       140-LOAD-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL.
               ADD ADJ-AMT TO WS-ADJ-NET-TOT
           ELSE
               ADD 1 TO WS-ADJ-REJECT-CTR
               PERFORM 560-WRITE-REJECT
           END-IF.
      *-----------------------------------------------------------------
      * Only a quarter that has actually been posted (COMPLETE, or
           END-IF.
           WRITE PR-RPT-REC FROM WS-DTL-LN.
      *-----------------------------------------------------------------
      * The reject file is only opened once there is something to put
      * on it.  The stamp is the one this run logs under.
       560-WRITE-REJECT.
           IF NOT WS-AREJ-OPEN
               OPEN EXTEND ADJ-REJECT
               IF WS-AREJ-STATUS = '35'
                   OPEN OUTPUT ADJ-REJECT
               END-IF
               IF WS-AREJ-STATUS NOT = '00'
                   DISPLAY 'ADJUSTMENT REJECT FILE WILL NOT OPEN - '
                           'STATUS: ' WS-AREJ-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-AREJ-OPEN TO TRUE
           END-IF.
           MOVE WS-SYS-DATE (1:14)    TO AREJ-STAMP.
           MOVE WS-ADJ-TRANS-FILENAME TO AREJ-INPUT-FILE.
           MOVE ADJ-REC               TO AREJ-ADJ-IMAGE.
           MOVE WS-REJECT-REASON      TO AREJ-REASON.
           WRITE AREJ-REC.
      *-----------------------------------------------------------------
      * Incremental batch for just the deltas: one entry per
      * department with a nonzero net delta (debit for more pay,
      * credit for a claw-back) balanced against clearing 20009999,
           MOVE WS-BATCH-QTR           TO RC-QTR.
           MOVE WS-BATCH-YEAR          TO RC-YEAR.
           MOVE 'ADJUSTED'             TO RC-STATUS.
           MOVE WS-ADJ-TRANS-FILENAME  TO RC-INPUT-FILENAME.
           MOVE SPACES                 TO RC-STAMP.
           STRING WS-SYS-YR WS-SYS-MO WS-SYS-DAY
                  WS-SYS-HR WS-SYS-MIN WS-SYS-SEC
           MOVE WS-SYS-DATE (1:14)   TO RLOG-STAMP.
           MOVE WS-BATCH-QTR         TO RLOG-QTR.
           MOVE WS-BATCH-YEAR        TO RLOG-YEAR.
           MOVE WS-ADJ-TRANS-FILENAME TO RLOG-INPUT-FILE.
           MOVE WS-ADJ-READ-CTR      TO RLOG-READ-CTR.
           MOVE WS-ADJ-APPLIED-CTR   TO RLOG-RELEASED-CTR.
           MOVE WS-ADJ-REJECT-CTR    TO RLOG-EXC-CTR.

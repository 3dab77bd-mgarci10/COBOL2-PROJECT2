      ******************************************************************
      *PROGRAM : PROJECT 2   CONTROL FILE RETENTION AND COMPACTION    *
      *AUTHOR  : Mario Garcia                                         *
      *DATE    : 10/15/2026                                           *
      *ABSTRACT: Trims the files the suite only ever appends to.  Run *
      *          parm is the number of years to keep online, e.g. 3   *
      *          keeps this year and the two before it.               *
      *            batch-run-log.dat     runs stamped before the      *
      *                                  first year kept are archived,*
      *                                  except the GROSS, RETRO and  *
      *                                  ADJUST runs that date a      *
      *                                  quarter's pay for RETRO      *
      *            run-control.dat       compacted to the record that *
      *                                  governs each quarter/year    *
      *                                  (the last one) plus the last *
      *                                  COMPLETE that dated it       *
      *            gl-post-control.dat   compacted to the last record *
      *                                  for each quarter/year        *
      *            emp-maint-journal.dat entries stamped before the   *
      *                                  first year kept are archived,*
      *                                  but never one stamped after  *
      *                                  the last GARCIA-P02-EMPRBL   *
      *                                  unload, so REBUILD still     *
      *                                  works from that unload       *
      *          Governing records are kept whatever their age, since *
      *          CLOSE, ANNUAL and W2 check them for any year.        *
      *          Everything taken out goes to a dated archive file    *
      *          (name-arch-YYYYMMDD.dat, appended to if run twice in *
      *          a day) and is listed on archive-manifest.dat.  The   *
      *          report shows before and after counts per file and    *
      *          the manifest.  Refused (RC 12, nothing touched)      *
      *          while any quarter is IN-PROGRESS on run-control or   *
      *          any GL batch is still WRITTEN, not acknowledged.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARCIA-P02-RETAIN.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LOG ASSIGN TO 'batch-run-log.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-RLOG-STATUS.

           SELECT RUN-CONTROL ASSIGN TO 'run-control.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT GL-CONTROL ASSIGN TO 'gl-post-control.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-GLC-STATUS.

           SELECT MAINT-JRNL ASSIGN TO 'emp-maint-journal.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-JRNL-STATUS.

           SELECT UNLOAD-FILE ASSIGN TO 'employee-master-unload.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-UNL-STATUS.

           SELECT WORK-FILE ASSIGN TO 'retain-work.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-WORK-STATUS.

           SELECT ARCH-FILE ASSIGN DYNAMIC WS-ARCH-FILENAME
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-ARCH-STATUS.

           SELECT MANIFEST ASSIGN TO 'archive-manifest.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-MAN-STATUS.

           SELECT PR-RPT  ASSIGN TO 'LNAME-p02-retain.rpt'
                          ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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

       FD  RUN-CONTROL.
       01  RC-REC.
           03  RC-QTR                      PIC 9.
           03  RC-YEAR                     PIC 9999.
           03  RC-STATUS                   PIC X(11).
           03  RC-INPUT-FILENAME           PIC X(30).
           03  RC-STAMP                    PIC X(14).

       FD  GL-CONTROL.
       01  GLC-REC.
           03  GLC-QTR                     PIC 9.
           03  GLC-YEAR                    PIC 9999.
           03  GLC-STAMP                   PIC X(14).
           03  GLC-REC-CNT                 PIC 9(4).
           03  GLC-HASH                    PIC 9(11)V99.
           03  GLC-STATUS                  PIC X(9).
           03  GLC-REASON                  PIC X(20).

       FD  MAINT-JRNL.
       01  JRN-REC.
           03  JRN-STAMP                   PIC X(14).
           03  JRN-ACTION                  PIC X.
           03  JRN-EMP-ID                  PIC X(4).
           03  JRN-BEFORE                  PIC X(142).
           03  JRN-AFTER                   PIC X(142).

      * Only the header is read: H in column 1, then the unload stamp.
       FD  UNLOAD-FILE.
       01  UNL-REC                         PIC X(142).

      * Kept records of whichever file is being trimmed, copied back
      * over the original once the pass is complete.
       FD  WORK-FILE.
       01  WORK-REC                        PIC X(303).

       FD  ARCH-FILE.
       01  ARCH-REC                        PIC X(303).

      * One record per archive file written to by a run.
       FD  MANIFEST.
       01  MAN-REC.
           03  MAN-RUN-STAMP               PIC X(14).
           03  MAN-SOURCE-FILE             PIC X(30).
           03  MAN-ARCH-FILE               PIC X(40).
           03  MAN-REC-CTR                 PIC 9(7).
           03  MAN-FIRST-STAMP             PIC X(14).
           03  MAN-LAST-STAMP              PIC X(14).

       FD  PR-RPT.
       01  PR-RPT-REC                      PIC X(110).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-RUN-PARM.
           03  WS-PARM-STRING               PIC X(20)   VALUE SPACES.
           03  WS-PARM-TOK1                 PIC X(5)    VALUE SPACES.
       01  WS-KEEP-YEARS                    PIC 99      VALUE ZERO.
       01  WS-FIRST-KEEP-YEAR               PIC 9999    VALUE ZERO.
       01  WS-CUTOFF-STAMP                  PIC X(14)   VALUE SPACES.
       01  WS-UNLOAD-STAMP                  PIC X(14)   VALUE SPACES.
       01  WS-RUN-STAMP                     PIC X(14)   VALUE SPACES.
       01  WS-ARCH-FILENAME                 PIC X(40)   VALUE SPACES.
       01  WS-RUN-RESULT                    PIC X(14)   VALUE SPACES.

       01  WS-SYS-DATE.
           03  WS-SYS-YR.
               05  WS-SYS-YR-CENTURY       PIC 99.
               05  WS-SYS-YR-DECADE        PIC 99.
           03  WS-SYS-MO                   PIC 99.
           03  WS-SYS-DAY                  PIC 99.
           03  WS-SYS-HR                   PIC 99.
           03  WS-SYS-MIN                  PIC 99.
           03  WS-SYS-SEC                  PIC 99.
       01  WS-SYS-YEAR-NUM                  PIC 9999    VALUE ZERO.

       01  WS-RPT-TITLE-LN.
           03  FILLER      PIC X(28) VALUE "P02-MARIO'S SOLUTION".
           03  FILLER      PIC X(42) VALUE
               'CONTROL FILE RETENTION AND COMPACTION'.
           03  WS-RPT-DATE-TIME.
               05  WS-RPT-MO               PIC 99.
               05  FILLER                  PIC X     VALUE '/'.
               05  WS-RPT-DAY              PIC 99.
               05  FILLER                  PIC X     VALUE '/'.
               05  WS-RPT-YR               PIC 9999.

       01  WS-RPT-BLANK-LN                 PIC X(80) VALUE SPACES.
       01  WS-MSG-LN.
           03  FILLER                      PIC XX    VALUE SPACES.
           03  WS-MSG-TEXT                 PIC X(78).
       01  WS-CNT-HDG.
           03  FILLER                      PIC X(30) VALUE
               '  FILE                      BE'.
           03  FILLER                      PIC X(30) VALUE
               'FORE  ARCHIVED     AFTER  NOTE'.
       01  WS-CNT-LN.
           03  FILLER                      PIC XX    VALUE SPACES.
           03  WS-CNT-FILE                 PIC X(22).
           03  WS-CNT-BEFORE               PIC Z,ZZZ,ZZ9.
           03  FILLER                      PIC X     VALUE SPACES.
           03  WS-CNT-ARCHIVED             PIC Z,ZZZ,ZZ9.
           03  FILLER                      PIC X     VALUE SPACES.
           03  WS-CNT-AFTER                PIC Z,ZZZ,ZZ9.
           03  FILLER                      PIC XX    VALUE SPACES.
           03  WS-CNT-NOTE                 PIC X(40).
       01  WS-MAN-HDG.
           03  FILLER                      PIC X(30) VALUE
               '  ARCHIVE MANIFEST           '.
       01  WS-MAN-HDG2.
           03  FILLER                      PIC X(44) VALUE
               '  ARCHIVE FILE'.
           03  FILLER                      PIC X(9)  VALUE
               'RECORDS'.
           03  FILLER                      PIC X(15) VALUE
               'FIRST STAMP'.
           03  FILLER                      PIC X(10) VALUE
               'LAST STAMP'.
       01  WS-MAN-LN.
           03  FILLER                      PIC XX    VALUE SPACES.
           03  WS-MAN-FILE                 PIC X(40).
           03  WS-MAN-COUNT                PIC Z,ZZZ,ZZ9.
           03  FILLER                      PIC XX    VALUE SPACES.
           03  WS-MAN-FIRST                PIC X(14).
           03  FILLER                      PIC X     VALUE SPACES.
           03  WS-MAN-LAST                 PIC X(14).

       01  WS-FLAGS.
           03  WS-RLOG-EOF-FLAG            PIC X       VALUE 'N'.
               88  WS-RLOG-EOF                         VALUE 'Y'.
           03  WS-RUNCTL-EOF-FLAG          PIC X       VALUE 'N'.
               88  WS-RUNCTL-EOF                       VALUE 'Y'.
           03  WS-GLC-EOF-FLAG             PIC X       VALUE 'N'.
               88  WS-GLC-EOF                          VALUE 'Y'.
           03  WS-JRNL-EOF-FLAG            PIC X       VALUE 'N'.
               88  WS-JRNL-EOF                         VALUE 'Y'.
           03  WS-WORK-EOF-FLAG            PIC X       VALUE 'N'.
               88  WS-WORK-EOF                         VALUE 'Y'.
           03  WS-ARCH-OPEN-FLAG           PIC X       VALUE 'N'.
               88  WS-ARCH-OPEN                        VALUE 'Y'.
           03  WS-KEEP-FLAG                PIC X       VALUE 'Y'.
               88  WS-KEEP-REC                         VALUE 'Y'.
               88  WS-ARCHIVE-REC                      VALUE 'N'.
           03  WS-REFUSE-FLAG              PIC X       VALUE 'N'.
               88  WS-REFUSE                           VALUE 'Y'.

       01  WS-RLOG-STATUS                  PIC XX      VALUE SPACES.
       01  WS-RUNCTL-STATUS                PIC XX      VALUE SPACES.
       01  WS-GLC-STATUS                   PIC XX      VALUE SPACES.
       01  WS-JRNL-STATUS                  PIC XX      VALUE SPACES.
       01  WS-UNL-STATUS                   PIC XX      VALUE SPACES.
       01  WS-WORK-STATUS                  PIC XX      VALUE SPACES.
       01  WS-ARCH-STATUS                  PIC XX      VALUE SPACES.
       01  WS-MAN-STATUS                   PIC XX      VALUE SPACES.

      * Before, archived and after counts and the manifest entry for
      * each file: 1 run log, 2 run-control, 3 GL control, 4 journal.
       01  WS-FILE-SUB                      PIC 9       VALUE ZERO.
       01  WS-FILE-TABLE.
           03  WS-FT-ENTRY  OCCURS 4 TIMES.
               05  WS-FT-NAME              PIC X(22).
               05  WS-FT-ARCH-NAME         PIC X(40).
               05  WS-FT-BEFORE            PIC 9(7).
               05  WS-FT-ARCHIVED          PIC 9(7).
               05  WS-FT-AFTER             PIC 9(7).
               05  WS-FT-FIRST-STAMP       PIC X(14).
               05  WS-FT-LAST-STAMP        PIC X(14).
               05  WS-FT-NOTE              PIC X(40).
       01  WS-REC-NO                        PIC 9(7)    VALUE ZERO.
       01  WS-CUR-STAMP                     PIC X(14)   VALUE SPACES.
       01  WS-TOTAL-BEFORE                  PIC 9(7)    VALUE ZERO.
       01  WS-TOTAL-ARCHIVED                PIC 9(7)    VALUE ZERO.

      * Which record of run-control and of GL control governs each
      * quarter/year, found on a first pass (last record wins).
       01  WS-CQ-COUNT                      PIC 999     VALUE ZERO.
       01  WS-CQ-SUB                        PIC 999     VALUE ZERO.
       01  WS-CQ-TABLE.
           03  WS-CQ-ENTRY  OCCURS 200 TIMES
                            INDEXED BY WS-CQ-IDX.
               05  WS-CQ-QTR               PIC 9.
               05  WS-CQ-YEAR              PIC 9999.
               05  WS-CQ-RC-STATUS         PIC X(11).
               05  WS-CQ-RC-LAST           PIC 9(7).
               05  WS-CQ-RC-COMPLETE       PIC 9(7).
               05  WS-CQ-GL-STATUS         PIC X(9).
               05  WS-CQ-GL-LAST           PIC 9(7).
       01  WS-CQ-SRCH-QTR                   PIC 9       VALUE ZERO.
       01  WS-CQ-SRCH-YEAR                  PIC 9999    VALUE ZERO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 300-GET-SYS-DATE-TIME.
           MOVE WS-SYS-DATE (1:14) TO WS-RUN-STAMP.
           PERFORM 110-GET-RUN-PARM.
           PERFORM 120-SET-UP-FILES.
           OPEN OUTPUT PR-RPT.
           PERFORM 400-RPT-HEADING.
           PERFORM 140-LOAD-CONTROL-STATUS.
           PERFORM 150-CHECK-SAFE-TO-RUN.
           IF WS-REFUSE
               MOVE 12 TO RETURN-CODE
               MOVE 'REFUSED - NOTHING WAS ARCHIVED OR COMPACTED'
                    TO WS-MSG-TEXT
               WRITE PR-RPT-REC FROM WS-MSG-LN
               CLOSE PR-RPT
               MOVE 'REFUSED'   TO WS-RUN-RESULT
               PERFORM 900-WRITE-RUN-LOG
               STOP RUN
           END-IF.
           PERFORM 160-GET-UNLOAD-STAMP.

           PERFORM 500-TRIM-RUN-LOG.
           PERFORM 520-TRIM-RUN-CONTROL.
           PERFORM 540-TRIM-GL-CONTROL.
           PERFORM 560-TRIM-JOURNAL.
           PERFORM 650-WRITE-MANIFEST.

           PERFORM 700-RPT-END.
           CLOSE PR-RPT.
           DISPLAY 'PROJECT 2 RETENTION - MARIO GARCIA'.
           DISPLAY 'FIRST YEAR KEPT:  ', WS-FIRST-KEEP-YEAR.
           DISPLAY 'RECORDS BEFORE:   ', WS-TOTAL-BEFORE.
           DISPLAY 'RECORDS ARCHIVED: ', WS-TOTAL-ARCHIVED.
           MOVE 'COMPACTED'         TO WS-RUN-RESULT.
           PERFORM 900-WRITE-RUN-LOG.
           STOP RUN.
      *-----------------------------------------------------------------
       110-GET-RUN-PARM.
           MOVE SPACES TO WS-PARM-STRING.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
           UNSTRING WS-PARM-STRING DELIMITED BY SPACE
               INTO WS-PARM-TOK1
           END-UNSTRING.
           EVALUATE TRUE
               WHEN WS-PARM-TOK1 (2:4) = SPACES AND
                    WS-PARM-TOK1 (1:1) NUMERIC
                   MOVE WS-PARM-TOK1 (1:1) TO WS-KEEP-YEARS
               WHEN WS-PARM-TOK1 (3:3) = SPACES AND
                    WS-PARM-TOK1 (1:2) NUMERIC
                   MOVE WS-PARM-TOK1 (1:2) TO WS-KEEP-YEARS
               WHEN OTHER
                   MOVE ZERO TO WS-KEEP-YEARS
           END-EVALUATE.
           IF WS-KEEP-YEARS = ZERO
               DISPLAY 'YEARS TO KEEP ONLINE IS A REQUIRED RUN PARM, '
                       '1 TO 99, E.G. 3'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-SYS-YR TO WS-SYS-YEAR-NUM.
           COMPUTE WS-FIRST-KEEP-YEAR =
                   WS-SYS-YEAR-NUM - WS-KEEP-YEARS + 1.
           MOVE SPACES TO WS-CUTOFF-STAMP.
           STRING WS-FIRST-KEEP-YEAR '0101000000' DELIMITED BY SIZE
                  INTO WS-CUTOFF-STAMP
           END-STRING.
      *-----------------------------------------------------------------
       120-SET-UP-FILES.
           MOVE 'batch-run-log.dat'       TO WS-FT-NAME (1).
           MOVE 'run-control.dat'         TO WS-FT-NAME (2).
           MOVE 'gl-post-control.dat'     TO WS-FT-NAME (3).
           MOVE 'emp-maint-journal.dat'   TO WS-FT-NAME (4).
           MOVE SPACES TO WS-FT-ARCH-NAME (1).
           STRING 'batch-run-log-arch-' WS-SYS-DATE (1:8) '.dat'
                  DELIMITED BY SIZE INTO WS-FT-ARCH-NAME (1)
           END-STRING.
           MOVE SPACES TO WS-FT-ARCH-NAME (2).
           STRING 'run-control-arch-' WS-SYS-DATE (1:8) '.dat'
                  DELIMITED BY SIZE INTO WS-FT-ARCH-NAME (2)
           END-STRING.
           MOVE SPACES TO WS-FT-ARCH-NAME (3).
           STRING 'gl-post-control-arch-' WS-SYS-DATE (1:8) '.dat'
                  DELIMITED BY SIZE INTO WS-FT-ARCH-NAME (3)
           END-STRING.
           MOVE SPACES TO WS-FT-ARCH-NAME (4).
           STRING 'emp-maint-journal-arch-' WS-SYS-DATE (1:8) '.dat'
                  DELIMITED BY SIZE INTO WS-FT-ARCH-NAME (4)
           END-STRING.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                     UNTIL WS-FILE-SUB > 4
               MOVE ZERO   TO WS-FT-BEFORE      (WS-FILE-SUB)
                              WS-FT-ARCHIVED    (WS-FILE-SUB)
                              WS-FT-AFTER       (WS-FILE-SUB)
               MOVE SPACES TO WS-FT-FIRST-STAMP (WS-FILE-SUB)
                              WS-FT-LAST-STAMP  (WS-FILE-SUB)
                              WS-FT-NOTE        (WS-FILE-SUB)
           END-PERFORM.
      *-----------------------------------------------------------------
      * First pass over the two control files: each quarter/year's
      * governing status and the record numbers that must be kept.
       140-LOAD-CONTROL-STATUS.
           MOVE ZERO TO WS-REC-NO.
           OPEN INPUT RUN-CONTROL.
           EVALUATE WS-RUNCTL-STATUS
               WHEN '00'
                   PERFORM UNTIL WS-RUNCTL-EOF
                       READ RUN-CONTROL
                           AT END
                               SET WS-RUNCTL-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-REC-NO
                               MOVE RC-QTR  TO WS-CQ-SRCH-QTR
                               MOVE RC-YEAR TO WS-CQ-SRCH-YEAR
                               PERFORM 145-FIND-CONTROL-QTR
                               MOVE RC-STATUS
                                    TO WS-CQ-RC-STATUS (WS-CQ-SUB)
                               MOVE WS-REC-NO
                                    TO WS-CQ-RC-LAST (WS-CQ-SUB)
                               IF RC-STATUS = 'COMPLETE'
                                   MOVE WS-REC-NO
                                        TO WS-CQ-RC-COMPLETE (WS-CQ-SUB)
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
           MOVE ZERO TO WS-REC-NO.
           OPEN INPUT GL-CONTROL.
           EVALUATE WS-GLC-STATUS
               WHEN '00'
                   PERFORM UNTIL WS-GLC-EOF
                       READ GL-CONTROL
                           AT END
                               SET WS-GLC-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-REC-NO
                               MOVE GLC-QTR  TO WS-CQ-SRCH-QTR
                               MOVE GLC-YEAR TO WS-CQ-SRCH-YEAR
                               PERFORM 145-FIND-CONTROL-QTR
                               MOVE GLC-STATUS
                                    TO WS-CQ-GL-STATUS (WS-CQ-SUB)
                               MOVE WS-REC-NO
                                    TO WS-CQ-GL-LAST (WS-CQ-SUB)
                       END-READ
                   END-PERFORM
                   CLOSE GL-CONTROL
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'GL POSTING CONTROL WILL NOT OPEN - '
                           'STATUS: ' WS-GLC-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *-----------------------------------------------------------------
       145-FIND-CONTROL-QTR.
           MOVE ZERO TO WS-CQ-SUB.
           PERFORM VARYING WS-CQ-IDX FROM 1 BY 1
                     UNTIL WS-CQ-IDX > WS-CQ-COUNT
               IF WS-CQ-QTR  (WS-CQ-IDX) = WS-CQ-SRCH-QTR AND
                  WS-CQ-YEAR (WS-CQ-IDX) = WS-CQ-SRCH-YEAR
                   SET WS-CQ-SUB TO WS-CQ-IDX
               END-IF
           END-PERFORM.
           IF WS-CQ-SUB = ZERO
               IF WS-CQ-COUNT >= 200
                   DISPLAY 'QUARTER STATUS TABLE FULL - CANNOT '
                           'CONTINUE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CQ-COUNT
               MOVE WS-CQ-COUNT     TO WS-CQ-SUB
               MOVE WS-CQ-SRCH-QTR  TO WS-CQ-QTR         (WS-CQ-SUB)
               MOVE WS-CQ-SRCH-YEAR TO WS-CQ-YEAR        (WS-CQ-SUB)
               MOVE SPACES          TO WS-CQ-RC-STATUS   (WS-CQ-SUB)
                                       WS-CQ-GL-STATUS   (WS-CQ-SUB)
               MOVE ZERO            TO WS-CQ-RC-LAST     (WS-CQ-SUB)
                                       WS-CQ-RC-COMPLETE (WS-CQ-SUB)
                                       WS-CQ-GL-LAST     (WS-CQ-SUB)
           END-IF.
      *-----------------------------------------------------------------
      * Compacting under a run still in flight, or under a GL batch
      * the ledger has not answered for, could drop the very record
      * the next step reads, so both stop the job.
       150-CHECK-SAFE-TO-RUN.
           PERFORM VARYING WS-CQ-IDX FROM 1 BY 1
                     UNTIL WS-CQ-IDX > WS-CQ-COUNT
               IF WS-CQ-RC-STATUS (WS-CQ-IDX) = 'IN-PROGRESS'
                   SET WS-REFUSE TO TRUE
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING 'Q' WS-CQ-QTR (WS-CQ-IDX) ' '
                          WS-CQ-YEAR (WS-CQ-IDX)
                          ' IS IN-PROGRESS ON RUN-CONTROL'
                          DELIMITED BY SIZE INTO WS-MSG-TEXT
                   END-STRING
                   WRITE PR-RPT-REC FROM WS-MSG-LN
                   DISPLAY WS-MSG-TEXT
               END-IF
               IF WS-CQ-GL-STATUS (WS-CQ-IDX) = 'WRITTEN'
                   SET WS-REFUSE TO TRUE
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING 'Q' WS-CQ-QTR (WS-CQ-IDX) ' '
                          WS-CQ-YEAR (WS-CQ-IDX)
                          ' GL BATCH WRITTEN BUT NOT ACKNOWLEDGED'
                          DELIMITED BY SIZE INTO WS-MSG-TEXT
                   END-STRING
                   WRITE PR-RPT-REC FROM WS-MSG-LN
                   DISPLAY WS-MSG-TEXT
               END-IF
           END-PERFORM.
           IF WS-REFUSE
               DISPLAY 'RETENTION REFUSED - FINISH OR ACKNOWLEDGE THE '
                       'ABOVE FIRST'
           END-IF.
      *-----------------------------------------------------------------
      * REBUILD replays the journal from the last unload forward, so
      * nothing stamped after that unload may leave the journal.  With
      * no unload on hand the whole journal stays.
       160-GET-UNLOAD-STAMP.
           MOVE SPACES TO WS-UNLOAD-STAMP.
           OPEN INPUT UNLOAD-FILE.
           IF WS-UNL-STATUS = '00'
               READ UNLOAD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF UNL-REC (1:1) = 'H'
                           MOVE UNL-REC (2:14) TO WS-UNLOAD-STAMP
                       END-IF
               END-READ
               CLOSE UNLOAD-FILE
           END-IF.
           IF WS-UNLOAD-STAMP = SPACES
               MOVE 'NO EMPRBL UNLOAD ON HAND - JOURNAL KEPT WHOLE'
                    TO WS-FT-NOTE (4)
           ELSE
               STRING 'KEPT FROM UNLOAD ' WS-UNLOAD-STAMP
                      DELIMITED BY SIZE INTO WS-FT-NOTE (4)
               END-STRING
           END-IF.
      *-----------------------------------------------------------------
      * Runs older than the first year kept go, except the GROSS,
      * RETRO and ADJUST runs for a quarter: RETRO reads them to tell
      * what rates a quarter was last paid at.
       500-TRIM-RUN-LOG.
           MOVE 1 TO WS-FILE-SUB.
           OPEN INPUT RUN-LOG.
           IF WS-RLOG-STATUS = '00'
               PERFORM 600-OPEN-PASS
               PERFORM UNTIL WS-RLOG-EOF
                   READ RUN-LOG
                       AT END
                           SET WS-RLOG-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-FT-BEFORE (WS-FILE-SUB)
                           MOVE RLOG-STAMP TO WS-CUR-STAMP
                           SET WS-KEEP-REC TO TRUE
                           IF RLOG-STAMP < WS-CUTOFF-STAMP AND
                              RLOG-STAMP NOT = SPACES
                               SET WS-ARCHIVE-REC TO TRUE
                           END-IF
                           IF (RLOG-PROGRAM = 'GARCIA-P02-GROSS' OR
                               RLOG-PROGRAM = 'GARCIA-P02-RETRO' OR
                               RLOG-PROGRAM = 'GARCIA-P02-ADJUST') AND
                              RLOG-QTR >= 1 AND RLOG-QTR <= 4
                               SET WS-KEEP-REC TO TRUE
                           END-IF
                           PERFORM 610-ROUTE-RECORD
                   END-READ
               END-PERFORM
               CLOSE RUN-LOG
               PERFORM 620-CLOSE-PASS
               OPEN OUTPUT RUN-LOG
               PERFORM UNTIL WS-WORK-EOF
                   READ WORK-FILE
                       AT END
                           SET WS-WORK-EOF TO TRUE
                       NOT AT END
                           WRITE RLOG-REC FROM WORK-REC
                           ADD 1 TO WS-FT-AFTER (WS-FILE-SUB)
                   END-READ
               END-PERFORM
               CLOSE RUN-LOG
               CLOSE WORK-FILE
           ELSE
               MOVE 'NOT PRESENT' TO WS-FT-NOTE (WS-FILE-SUB)
           END-IF.
      *-----------------------------------------------------------------
       520-TRIM-RUN-CONTROL.
           MOVE 2    TO WS-FILE-SUB.
           MOVE ZERO TO WS-REC-NO.
           MOVE 'N'  TO WS-RUNCTL-EOF-FLAG.
           OPEN INPUT RUN-CONTROL.
           IF WS-RUNCTL-STATUS = '00'
               PERFORM 600-OPEN-PASS
               PERFORM UNTIL WS-RUNCTL-EOF
                   READ RUN-CONTROL
                       AT END
                           SET WS-RUNCTL-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-REC-NO
                           ADD 1 TO WS-FT-BEFORE (WS-FILE-SUB)
                           MOVE RC-STAMP TO WS-CUR-STAMP
                           MOVE RC-QTR   TO WS-CQ-SRCH-QTR
                           MOVE RC-YEAR  TO WS-CQ-SRCH-YEAR
                           PERFORM 145-FIND-CONTROL-QTR
                           IF WS-REC-NO = WS-CQ-RC-LAST (WS-CQ-SUB) OR
                              WS-REC-NO = WS-CQ-RC-COMPLETE (WS-CQ-SUB)
                               SET WS-KEEP-REC TO TRUE
                           ELSE
                               SET WS-ARCHIVE-REC TO TRUE
                           END-IF
                           PERFORM 610-ROUTE-RECORD
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL
               PERFORM 620-CLOSE-PASS
               OPEN OUTPUT RUN-CONTROL
               PERFORM UNTIL WS-WORK-EOF
                   READ WORK-FILE
                       AT END
                           SET WS-WORK-EOF TO TRUE
                       NOT AT END
                           WRITE RC-REC FROM WORK-REC
                           ADD 1 TO WS-FT-AFTER (WS-FILE-SUB)
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL
               CLOSE WORK-FILE
           ELSE
               MOVE 'NOT PRESENT' TO WS-FT-NOTE (WS-FILE-SUB)
           END-IF.
      *-----------------------------------------------------------------
       540-TRIM-GL-CONTROL.
           MOVE 3    TO WS-FILE-SUB.
           MOVE ZERO TO WS-REC-NO.
           MOVE 'N'  TO WS-GLC-EOF-FLAG.
           OPEN INPUT GL-CONTROL.
           IF WS-GLC-STATUS = '00'
               PERFORM 600-OPEN-PASS
               PERFORM UNTIL WS-GLC-EOF
                   READ GL-CONTROL
                       AT END
                           SET WS-GLC-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-REC-NO
                           ADD 1 TO WS-FT-BEFORE (WS-FILE-SUB)
                           MOVE GLC-STAMP TO WS-CUR-STAMP
                           MOVE GLC-QTR   TO WS-CQ-SRCH-QTR
                           MOVE GLC-YEAR  TO WS-CQ-SRCH-YEAR
                           PERFORM 145-FIND-CONTROL-QTR
                           IF WS-REC-NO = WS-CQ-GL-LAST (WS-CQ-SUB)
                               SET WS-KEEP-REC TO TRUE
                           ELSE
                               SET WS-ARCHIVE-REC TO TRUE
                           END-IF
                           PERFORM 610-ROUTE-RECORD
                   END-READ
               END-PERFORM
               CLOSE GL-CONTROL
               PERFORM 620-CLOSE-PASS
               OPEN OUTPUT GL-CONTROL
               PERFORM UNTIL WS-WORK-EOF
                   READ WORK-FILE
                       AT END
                           SET WS-WORK-EOF TO TRUE
                       NOT AT END
                           WRITE GLC-REC FROM WORK-REC
                           ADD 1 TO WS-FT-AFTER (WS-FILE-SUB)
                   END-READ
               END-PERFORM
               CLOSE GL-CONTROL
               CLOSE WORK-FILE
           ELSE
               MOVE 'NOT PRESENT' TO WS-FT-NOTE (WS-FILE-SUB)
           END-IF.
      *-----------------------------------------------------------------
       560-TRIM-JOURNAL.
           MOVE 4 TO WS-FILE-SUB.
           OPEN INPUT MAINT-JRNL.
           IF WS-JRNL-STATUS = '00'
               PERFORM 600-OPEN-PASS
               PERFORM UNTIL WS-JRNL-EOF
                   READ MAINT-JRNL
                       AT END
                           SET WS-JRNL-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-FT-BEFORE (WS-FILE-SUB)
                           MOVE JRN-STAMP TO WS-CUR-STAMP
                           SET WS-KEEP-REC TO TRUE
                           IF WS-UNLOAD-STAMP NOT = SPACES AND
                              JRN-STAMP < WS-CUTOFF-STAMP AND
                              JRN-STAMP NOT > WS-UNLOAD-STAMP
                               SET WS-ARCHIVE-REC TO TRUE
                           END-IF
                           PERFORM 610-ROUTE-RECORD
                   END-READ
               END-PERFORM
               CLOSE MAINT-JRNL
               PERFORM 620-CLOSE-PASS
               OPEN OUTPUT MAINT-JRNL
               PERFORM UNTIL WS-WORK-EOF
                   READ WORK-FILE
                       AT END
                           SET WS-WORK-EOF TO TRUE
                       NOT AT END
                           WRITE JRN-REC FROM WORK-REC
                           ADD 1 TO WS-FT-AFTER (WS-FILE-SUB)
                   END-READ
               END-PERFORM
               CLOSE MAINT-JRNL
               CLOSE WORK-FILE
           ELSE
               MOVE 'NOT PRESENT' TO WS-FT-NOTE (WS-FILE-SUB)
           END-IF.
      *-----------------------------------------------------------------
      * Each file is split into the work file (kept) and its archive
      * (taken out); only once the whole file has been read is the
      * work file copied back over the original.
       600-OPEN-PASS.
           MOVE 'N' TO WS-ARCH-OPEN-FLAG.
           MOVE 'N' TO WS-WORK-EOF-FLAG.
           OPEN OUTPUT WORK-FILE.
           IF WS-WORK-STATUS NOT = '00'
               DISPLAY 'RETENTION WORK FILE WILL NOT OPEN - STATUS: '
                       WS-WORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------
      * The archive is opened only when the first record is taken out,
      * and extended, so a second run in a day adds to the same file.
       610-ROUTE-RECORD.
           IF WS-KEEP-REC
               EVALUATE WS-FILE-SUB
                   WHEN 1
                       WRITE WORK-REC FROM RLOG-REC
                   WHEN 2
                       WRITE WORK-REC FROM RC-REC
                   WHEN 3
                       WRITE WORK-REC FROM GLC-REC
                   WHEN OTHER
                       WRITE WORK-REC FROM JRN-REC
               END-EVALUATE
           ELSE
               IF NOT WS-ARCH-OPEN
                   MOVE WS-FT-ARCH-NAME (WS-FILE-SUB)
                        TO WS-ARCH-FILENAME
                   OPEN EXTEND ARCH-FILE
                   IF WS-ARCH-STATUS = '35'
                       OPEN OUTPUT ARCH-FILE
                   END-IF
                   IF WS-ARCH-STATUS NOT = '00'
                       DISPLAY 'ARCHIVE FILE WILL NOT OPEN - STATUS: '
                               WS-ARCH-STATUS ' - ' WS-ARCH-FILENAME
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET WS-ARCH-OPEN TO TRUE
               END-IF
               EVALUATE WS-FILE-SUB
                   WHEN 1
                       WRITE ARCH-REC FROM RLOG-REC
                   WHEN 2
                       WRITE ARCH-REC FROM RC-REC
                   WHEN 3
                       WRITE ARCH-REC FROM GLC-REC
                   WHEN OTHER
                       WRITE ARCH-REC FROM JRN-REC
               END-EVALUATE
               ADD 1 TO WS-FT-ARCHIVED (WS-FILE-SUB)
               IF WS-FT-FIRST-STAMP (WS-FILE-SUB) = SPACES OR
                  WS-CUR-STAMP < WS-FT-FIRST-STAMP (WS-FILE-SUB)
                   MOVE WS-CUR-STAMP TO WS-FT-FIRST-STAMP (WS-FILE-SUB)
               END-IF
               IF WS-CUR-STAMP > WS-FT-LAST-STAMP (WS-FILE-SUB)
                   MOVE WS-CUR-STAMP TO WS-FT-LAST-STAMP (WS-FILE-SUB)
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       620-CLOSE-PASS.
           CLOSE WORK-FILE.
           IF WS-ARCH-OPEN
               CLOSE ARCH-FILE
           END-IF.
           OPEN INPUT WORK-FILE.
           IF WS-WORK-STATUS NOT = '00'
               DISPLAY 'RETENTION WORK FILE WILL NOT REOPEN - STATUS: '
                       WS-WORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD WS-FT-BEFORE   (WS-FILE-SUB) TO WS-TOTAL-BEFORE.
           ADD WS-FT-ARCHIVED (WS-FILE-SUB) TO WS-TOTAL-ARCHIVED.
      *-----------------------------------------------------------------
       650-WRITE-MANIFEST.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                     UNTIL WS-FILE-SUB > 4
               IF WS-FT-ARCHIVED (WS-FILE-SUB) > ZERO
                   OPEN EXTEND MANIFEST
                   IF WS-MAN-STATUS = '35'
                       OPEN OUTPUT MANIFEST
                   END-IF
                   MOVE WS-RUN-STAMP   TO MAN-RUN-STAMP
                   MOVE WS-FT-NAME      (WS-FILE-SUB)
                        TO MAN-SOURCE-FILE
                   MOVE WS-FT-ARCH-NAME (WS-FILE-SUB)
                        TO MAN-ARCH-FILE
                   MOVE WS-FT-ARCHIVED  (WS-FILE-SUB)
                        TO MAN-REC-CTR
                   MOVE WS-FT-FIRST-STAMP (WS-FILE-SUB)
                        TO MAN-FIRST-STAMP
                   MOVE WS-FT-LAST-STAMP  (WS-FILE-SUB)
                        TO MAN-LAST-STAMP
                   WRITE MAN-REC
                   CLOSE MANIFEST
               END-IF
           END-PERFORM.
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
           MOVE SPACES TO WS-MSG-TEXT.
           STRING 'YEARS KEPT ONLINE: ' WS-KEEP-YEARS
                  '   FIRST YEAR KEPT: ' WS-FIRST-KEEP-YEAR
                  DELIMITED BY SIZE INTO WS-MSG-TEXT
           END-STRING.
           WRITE PR-RPT-REC                FROM WS-MSG-LN.
           WRITE PR-RPT-REC                FROM WS-RPT-BLANK-LN.
      *-----------------------------------------------------------------
       700-RPT-END.
           WRITE PR-RPT-REC                FROM WS-CNT-HDG.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                     UNTIL WS-FILE-SUB > 4
               MOVE WS-FT-NAME     (WS-FILE-SUB) TO WS-CNT-FILE
               MOVE WS-FT-BEFORE   (WS-FILE-SUB) TO WS-CNT-BEFORE
               MOVE WS-FT-ARCHIVED (WS-FILE-SUB) TO WS-CNT-ARCHIVED
               MOVE WS-FT-AFTER    (WS-FILE-SUB) TO WS-CNT-AFTER
               MOVE WS-FT-NOTE     (WS-FILE-SUB) TO WS-CNT-NOTE
               WRITE PR-RPT-REC FROM WS-CNT-LN
           END-PERFORM.
           WRITE PR-RPT-REC                FROM WS-RPT-BLANK-LN.
           WRITE PR-RPT-REC                FROM WS-MAN-HDG.
           WRITE PR-RPT-REC                FROM WS-MAN-HDG2.
           IF WS-TOTAL-ARCHIVED = ZERO
               MOVE 'NOTHING WAS OLD ENOUGH TO ARCHIVE' TO WS-MSG-TEXT
               WRITE PR-RPT-REC            FROM WS-MSG-LN
           END-IF.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                     UNTIL WS-FILE-SUB > 4
               IF WS-FT-ARCHIVED (WS-FILE-SUB) > ZERO
                   MOVE WS-FT-ARCH-NAME   (WS-FILE-SUB) TO WS-MAN-FILE
                   MOVE WS-FT-ARCHIVED    (WS-FILE-SUB) TO WS-MAN-COUNT
                   MOVE WS-FT-FIRST-STAMP (WS-FILE-SUB) TO WS-MAN-FIRST
                   MOVE WS-FT-LAST-STAMP  (WS-FILE-SUB) TO WS-MAN-LAST
                   WRITE PR-RPT-REC FROM WS-MAN-LN
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
      * Written after the run log has been trimmed, so this run's own
      * record is always the newest one on it.
       900-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG.
           IF WS-RLOG-STATUS = '35'
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE 'GARCIA-P02-RETAIN'  TO RLOG-PROGRAM.
           MOVE WS-RUN-STAMP         TO RLOG-STAMP.
           MOVE ZERO                 TO RLOG-QTR.
           MOVE WS-FIRST-KEEP-YEAR   TO RLOG-YEAR.
           MOVE 'batch-run-log.dat'  TO RLOG-INPUT-FILE.
           MOVE WS-TOTAL-BEFORE      TO RLOG-READ-CTR.
           MOVE WS-TOTAL-ARCHIVED    TO RLOG-RELEASED-CTR.
           MOVE ZERO                 TO RLOG-EXC-CTR.
           MOVE ZERO                 TO RLOG-DUP-CTR.
           MOVE WS-RUN-RESULT        TO RLOG-RECON-RESULT.
           MOVE RETURN-CODE          TO RLOG-RETURN-CODE.
           WRITE RLOG-REC.
           CLOSE RUN-LOG.
      *-----------------------------------------------------------------

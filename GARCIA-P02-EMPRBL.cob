      *                                    journal entries after the  *
      *                                    given point in time        *
      *            CONVERT                 one-off migration: reads   *
      *                                    the pre-W-2 72 byte master *
      *                                    (renamed to employee-      *
      *                                    master-old.dat) and        *
      *                                    reloads employee-          *
      *                                    master.dat in the current  *
      *                                    layout with blank SSN and  *
      *                                    address, and rewrites the  *
      *                                    journal (renamed to emp-   *
      *                                    maint-journal-old.dat)     *
      *                                    with full-width images     *
      *          REBUILD replaces the live master - the whole point   *
      *          after a bad transaction file - so it prints exactly  *
      *          what it loaded and applied.                          *
                          RECORD KEY IS OLD-EMPL-ID
                          FILE STATUS IS WS-OLDM-STATUS.

           SELECT MAINT-JRNL-OLD ASSIGN TO 'emp-maint-journal-old.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-OLDJ-STATUS.

           SELECT UNLOAD-FILE ASSIGN TO 'employee-master-unload.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-UNL-STATUS.
           03  EMPL-BANK-ROUTING           PIC X(9).
           03  EMPL-BANK-ACCT              PIC X(17).
           03  EMPL-DEP-STATUS             PIC X.
           03  EMPL-SSN                    PIC X(9).
           03  EMPL-ADDR-STREET            PIC X(30).
           03  EMPL-ADDR-CITY              PIC X(20).
           03  EMPL-ADDR-STATE             PIC XX.
           03  EMPL-ADDR-ZIP               PIC X(9).

      * The employee master as it was before the SSN and mailing
      * address were added - read only by the one-off CONVERT mode.
       FD  EMPL-MST-OLD.
       01  OLD-EMPL-REC.
           03  OLD-EMPL-ID                 PIC X(4).
           03  OLD-EMPL-DEPT               PIC 99.
           03  OLD-EMPL-HIRE-DATE          PIC 9(8).
           03  OLD-EMPL-STATUS             PIC X.
           03  OLD-EMPL-BANK-ROUTING       PIC X(9).
           03  OLD-EMPL-BANK-ACCT          PIC X(17).
           03  OLD-EMPL-DEP-STATUS         PIC X.

      * The journal as it was written against that 72 byte master.
       FD  MAINT-JRNL-OLD.
       01  OLD-JRN-REC.
           03  OLD-JRN-STAMP               PIC X(14).
           03  OLD-JRN-ACTION              PIC X.
           03  OLD-JRN-EMP-ID              PIC X(4).
           03  OLD-JRN-BEFORE              PIC X(72).
           03  OLD-JRN-AFTER               PIC X(72).

      * First record is the header: H in column 1, then the unload
      * timestamp; every following record is a full EMPL-REC image.
      * An unload taken before the SSN / address fields were added
      * reads back space-filled on the right, so it still rebuilds.
       FD  UNLOAD-FILE.
       01  UNL-REC                         PIC X(142).

       FD  MAINT-JRNL.
       01  JRN-REC.
           03  JRN-STAMP                   PIC X(14).
           03  JRN-ACTION                  PIC X.
           03  JRN-EMP-ID                  PIC X(4).
           03  JRN-BEFORE                  PIC X(142).
           03  JRN-AFTER                   PIC X(142).

       FD  PR-RPT.
       01  PR-RPT-REC                      PIC X(100).
               88  WS-JRNL-EOF                         VALUE 'Y'.
           03  WS-OLDM-EOF-FLAG            PIC X      VALUE 'N'.
               88  WS-OLDM-EOF                         VALUE 'Y'.
           03  WS-OLDJ-EOF-FLAG            PIC X      VALUE 'N'.
               88  WS-OLDJ-EOF                         VALUE 'Y'.

       01  WS-EMPL-STATUS                  PIC XX     VALUE SPACES.
       01  WS-OLDM-STATUS                  PIC XX     VALUE SPACES.
       01  WS-OLDJ-STATUS                  PIC XX     VALUE SPACES.
       01  WS-UNL-STATUS                   PIC XX     VALUE SPACES.
       01  WS-JRNL-STATUS                  PIC XX     VALUE SPACES.
       01  WS-RLOG-STATUS                  PIC XX     VALUE SPACES.
       01  WS-RBL-CTRS.
           03  WS-UNL-REC-CTR              PIC 9(5)   VALUE ZERO.
           03  WS-CNV-REC-CTR              PIC 9(5)   VALUE ZERO.
           03  WS-CNV-JRNL-CTR             PIC 9(5)   VALUE ZERO.
           03  WS-JRNL-READ-CTR            PIC 9(5)   VALUE ZERO.
           03  WS-JRNL-APPLIED-CTR         PIC 9(5)   VALUE ZERO.
           03  WS-JRNL-SKIPPED-CTR         PIC 9(5)   VALUE ZERO.
           DISPLAY 'PROJECT 2 MASTER UNLOAD/REBUILD - MARIO GARCIA'.
           DISPLAY 'UNLOAD RECORDS:   ', WS-UNL-REC-CTR.
           DISPLAY 'CONVERTED RECORDS:', WS-CNV-REC-CTR.
           DISPLAY 'CONVERTED JOURNAL:', WS-CNV-JRNL-CTR.
           DISPLAY 'JOURNAL APPLIED:  ', WS-JRNL-APPLIED-CTR.
           DISPLAY 'JOURNAL SKIPPED:  ', WS-JRNL-SKIPPED-CTR.
           PERFORM 900-WRITE-RUN-LOG.
                TO WS-MSG-TEXT.
           WRITE PR-RPT-REC FROM WS-MSG-LN.
      *-----------------------------------------------------------------
      * One-off migration for the record layout that gained the SSN
      * and mailing address for the year-end W-2: operations copies
      * the old employee-master.dat to employee-master-old.dat and
      * emp-maint-journal.dat to emp-maint-journal-old.dat, runs this
      * mode, and the master is reloaded in the current layout with
      * the new fields blank (CHANGE transactions supply them).  The
      * journal images are the record layout too, so the journal is
      * rewritten at the new width or a later REBUILD would misread
      * every entry.  Take a fresh UNLOAD straight afterwards.
       550-CONVERT-MASTER.
           OPEN INPUT EMPL-MST-OLD.
           IF WS-OLDM-STATUS NOT = '00'
                       MOVE OLD-EMPL-DEPT      TO EMPL-DEPT
                       MOVE OLD-EMPL-HIRE-DATE TO EMPL-HIRE-DATE
                       MOVE OLD-EMPL-STATUS    TO EMPL-STATUS
                       MOVE OLD-EMPL-BANK-ROUTING
                                               TO EMPL-BANK-ROUTING
                       MOVE OLD-EMPL-BANK-ACCT TO EMPL-BANK-ACCT
                       MOVE OLD-EMPL-DEP-STATUS
                                               TO EMPL-DEP-STATUS
                       MOVE SPACES             TO EMPL-SSN
                       MOVE SPACES             TO EMPL-ADDR-STREET
                       MOVE SPACES             TO EMPL-ADDR-CITY
                       MOVE SPACES             TO EMPL-ADDR-STATE
                       MOVE SPACES             TO EMPL-ADDR-ZIP
                       WRITE EMPL-REC
                           INVALID KEY
                               DISPLAY 'DUPLICATE OLD MASTER RECORD '
           END-PERFORM.
           CLOSE EMPL-MST-OLD.
           CLOSE EMPL-MST.
           MOVE 'MASTER CONVERTED TO THE SSN / ADDRESS LAYOUT'
                TO WS-MSG-TEXT.
           WRITE PR-RPT-REC FROM WS-MSG-LN.
           PERFORM 560-CONVERT-JOURNAL.
           MOVE 'RUN UNLOAD NOW - OLDER UNLOADS PREDATE THE NEW FIELDS'
                TO WS-MSG-TEXT.
           WRITE PR-RPT-REC FROM WS-MSG-LN.
      *-----------------------------------------------------------------
      * A site that never journaled has no old journal to carry over;
      * that is reported, not treated as a failure.
       560-CONVERT-JOURNAL.
           OPEN INPUT MAINT-JRNL-OLD.
           IF WS-OLDJ-STATUS NOT = '00'
               MOVE 'NO OLD-LAYOUT JOURNAL FOUND - NONE CONVERTED'
                    TO WS-MSG-TEXT
               WRITE PR-RPT-REC FROM WS-MSG-LN
           ELSE
               OPEN OUTPUT MAINT-JRNL
               PERFORM UNTIL WS-OLDJ-EOF
                   READ MAINT-JRNL-OLD
                       AT END
                           SET WS-OLDJ-EOF TO TRUE
                       NOT AT END
                           MOVE OLD-JRN-STAMP   TO JRN-STAMP
                           MOVE OLD-JRN-ACTION  TO JRN-ACTION
                           MOVE OLD-JRN-EMP-ID  TO JRN-EMP-ID
                           MOVE OLD-JRN-BEFORE  TO JRN-BEFORE
                           MOVE OLD-JRN-AFTER   TO JRN-AFTER
                           WRITE JRN-REC
                           ADD 1 TO WS-CNV-JRNL-CTR
                   END-READ
               END-PERFORM
               CLOSE MAINT-JRNL-OLD
               CLOSE MAINT-JRNL
               MOVE 'JOURNAL CONVERTED TO THE SSN / ADDRESS LAYOUT'
                    TO WS-MSG-TEXT
               WRITE PR-RPT-REC FROM WS-MSG-LN
           END-IF.
      *-----------------------------------------------------------------
       600-REBUILD-MASTER.
           OPEN INPUT UNLOAD-FILE.
           MOVE 'CONVERTED RECORDS:          ' TO WS-TOT-LABEL.
           MOVE WS-CNV-REC-CTR             TO   WS-TOT-COUNT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
           MOVE 'CONVERTED JOURNAL ENTRIES:  ' TO WS-TOT-LABEL.
           MOVE WS-CNV-JRNL-CTR            TO   WS-TOT-COUNT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.
           MOVE 'JOURNAL ENTRIES READ:       ' TO WS-TOT-LABEL.
           MOVE WS-JRNL-READ-CTR           TO   WS-TOT-COUNT.
           WRITE PR-RPT-REC                FROM WS-TOT-LN.

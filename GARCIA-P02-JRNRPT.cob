           03  JRN-STAMP                   PIC X(14).
           03  JRN-ACTION                  PIC X.
           03  JRN-EMP-ID                  PIC X(4).
           03  JRN-BEFORE                  PIC X(142).
           03  JRN-AFTER                   PIC X(142).

       FD  PR-RPT.
       01  PR-RPT-REC                      PIC X(100).
               '    AFTER : '.
           03  WS-AFTER-IMAGE              PIC X(72).
           03  FILLER                      PIC X(16) VALUE SPACES.
      * The image is wider than the print line; the SSN / address
      * tail goes on a continuation line under its BEFORE or AFTER.
       01  WS-CONT-LN.
           03  FILLER                      PIC X(12) VALUE SPACES.
           03  WS-CONT-IMAGE               PIC X(70).
           03  FILLER                      PIC X(18) VALUE SPACES.

       01  WS-TOT-LN.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           MOVE JRN-ACTION  TO WS-ENTRY-ACTION.
           MOVE JRN-EMP-ID  TO WS-ENTRY-ID.
           WRITE PR-RPT-REC FROM WS-ENTRY-LN.
           MOVE JRN-BEFORE (1:72)  TO WS-BEFORE-IMAGE.
           WRITE PR-RPT-REC FROM WS-BEFORE-LN.
           IF JRN-BEFORE (73:70) NOT = SPACES
               MOVE JRN-BEFORE (73:70) TO WS-CONT-IMAGE
               WRITE PR-RPT-REC FROM WS-CONT-LN
           END-IF.
           MOVE JRN-AFTER (1:72)   TO WS-AFTER-IMAGE.
           WRITE PR-RPT-REC FROM WS-AFTER-LN.
           IF JRN-AFTER (73:70) NOT = SPACES
               MOVE JRN-AFTER (73:70)  TO WS-CONT-IMAGE
               WRITE PR-RPT-REC FROM WS-CONT-LN
           END-IF.
           WRITE PR-RPT-REC FROM WS-RPT-BLANK-LN.
      *-----------------------------------------------------------------
       300-GET-SYS-DATE-TIME.

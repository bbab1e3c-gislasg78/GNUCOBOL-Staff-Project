       IDENTIFICATION DIVISION.
       PROGRAM-ID. NhRegst.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AuditFile ASSIGN TO ws-AuditFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-AuditFile.

           SELECT OPTIONAL IdxFile ASSIGN TO DISK ws-IdxFile-name
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS f-IdxFile-rec-cod-employee
                  FILE STATUS  IS fs-IdxFile.

           SELECT OPTIONAL CntcFile ASSIGN TO DISK ws-CntcFile-name
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS cntc-rec-cod-employee
                  FILE STATUS  IS fs-CntcFile.

           SELECT OPTIONAL DemoFile ASSIGN TO ws-DemoFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-DemoFile.

           SELECT OPTIONAL NhLog ASSIGN TO ws-NhLog-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-NhLog.

           SELECT OPTIONAL NhReturn ASSIGN TO ws-NhReturn-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-NhReturn.

       DATA DIVISION.
       FILE SECTION.
       FD  AuditFile
           RECORD CONTAINS 420 CHARACTERS.

       01  f-AuditFile-rec                      PIC X(420) VALUE SPACES.

       FD  IdxFile
           RECORD CONTAINS 61 CHARACTERS
           RECORDING  MODE IS FIXED.

       01  f-IdxFile-rec.
           03  f-IdxFile-rec-cod-employee       PIC 9(06)  VALUE ZEROES.
           03  f-IdxFile-rec-salary-employee    PIC S9(06)V9(02)
                                                    COMP-3
                                                           VALUE ZEROES.
           03  f-IdxFile-rec-name-employee       PIC X(20) VALUE SPACES.
           03  f-IdxFile-rec-hire-date-employee  PIC 9(08) COMP-3
                                                           VALUE ZEROES.
           03  f-IdxFile-rec-status-employee      PIC X(01)
                                                           VALUE "A".
           03  f-IdxFile-rec-reason-employee      PIC X(20)
                                                           VALUE SPACES.
           03  f-IdxFile-rec-cod-cat-employee    PIC 9(04) VALUE ZEROES.

       FD  CntcFile
           RECORD CONTAINS 147 CHARACTERS.

       01  cntc-rec.
           03  cntc-rec-cod-employee           PIC 9(06)  VALUE ZEROES.
           03  cntc-rec-address-line-1         PIC X(30)  VALUE SPACES.
           03  cntc-rec-address-line-2         PIC X(30)  VALUE SPACES.
           03  cntc-rec-phone                  PIC X(15)  VALUE SPACES.
           03  cntc-rec-email                  PIC X(30)  VALUE SPACES.
           03  cntc-rec-emergency-name         PIC X(20)  VALUE SPACES.
           03  cntc-rec-emergency-phone        PIC X(15)  VALUE SPACES.
           03  cntc-rec-archived               PIC X(01)  VALUE SPACE.
               88  sw-cntc-rec-archived-Y                  VALUE "A".

       FD  DemoFile
           RECORD CONTAINS 26 CHARACTERS.

       01  demo-rec.
           03  demo-rec-code             PIC 9(06) VALUE ZEROES.
           03  demo-rec-birth-date       PIC 9(08) VALUE ZEROES.
           03  demo-rec-gender           PIC X(01) VALUE SPACE.
           03  demo-rec-nationality      PIC X(03) VALUE SPACES.
           03  demo-rec-updated          PIC 9(08) VALUE ZEROES.

       FD  NhLog
           RECORD CONTAINS 28 CHARACTERS.

       01  nhlog-rec.
           03  nhlog-rec-code            PIC 9(06) VALUE ZEROES.
           03  nhlog-rec-start-date      PIC 9(08) VALUE ZEROES.
           03  nhlog-rec-kind            PIC X(01) VALUE SPACE.
           03  nhlog-rec-submitted       PIC 9(08) VALUE ZEROES.
           03  nhlog-rec-file-seq        PIC 9(05) VALUE ZEROES.

       FD  NhReturn
           RECORD CONTAINS 120 CHARACTERS.

       01  nhret-rec.
           03  nhret-rec-type            PIC X(01) VALUE SPACE.
               88  sw-nhret-rec-header            VALUE "H".
               88  sw-nhret-rec-detail            VALUE "D".
               88  sw-nhret-rec-trailer           VALUE "T".
           03  nhret-rec-data            PIC X(119) VALUE SPACES.
           03  nhret-rec-header-data REDEFINES nhret-rec-data.
               05  nhret-rec-employer    PIC X(15).
               05  nhret-rec-creation    PIC 9(08).
               05  nhret-rec-file-seq    PIC 9(05).
               05  FILLER                PIC X(91).
           03  nhret-rec-detail-data REDEFINES nhret-rec-data.
               05  nhret-rec-code        PIC 9(06).
               05  nhret-rec-kind        PIC X(01).
               05  nhret-rec-start-date  PIC 9(08).
               05  nhret-rec-name        PIC X(20).
               05  nhret-rec-birth-date  PIC 9(08).
               05  nhret-rec-gender      PIC X(01).
               05  nhret-rec-nationality PIC X(03).
               05  nhret-rec-address-1   PIC X(30).
               05  nhret-rec-address-2   PIC X(30).
               05  nhret-rec-cod-cat     PIC 9(04).
               05  FILLER                PIC X(08).
           03  nhret-rec-trailer-data REDEFINES nhret-rec-data.
               05  nhret-rec-count       PIC 9(06).
               05  nhret-rec-code-hash   PIC 9(12).
               05  FILLER                PIC X(101).

       WORKING-STORAGE SECTION.
       77  fs-AuditFile                 PIC X(02) VALUE SPACES.
       77  fs-IdxFile                   PIC X(02) VALUE SPACES.
       77  fs-CntcFile                  PIC X(02) VALUE SPACES.
       77  fs-DemoFile                  PIC X(02) VALUE SPACES.
       77  fs-NhLog                     PIC X(02) VALUE SPACES.
       77  fs-NhReturn                  PIC X(02) VALUE SPACES.

       77  ws-AuditFile-name            PIC X(12) VALUE SPACES.
       77  ws-IdxFile-name              PIC X(12) VALUE SPACES.
       77  ws-CntcFile-name             PIC X(12) VALUE "CntcFile".
       77  ws-DemoFile-name             PIC X(12) VALUE "DemoFile".
       77  ws-NhLog-name                PIC X(12) VALUE "NhLog".
       77  ws-NhReturn-name             PIC X(12) VALUE "NhReturn".

       77  ws-eof-AuditFile             PIC X(01) VALUE 'N'.
           88  sw-eof-AuditFile-Y                 VALUE 'Y'.
       77  ws-eof-DemoFile              PIC X(01) VALUE 'N'.
           88  sw-eof-DemoFile-Y                  VALUE 'Y'.
       77  ws-eof-NhLog                 PIC X(01) VALUE 'N'.
           88  sw-eof-NhLog-Y                     VALUE 'Y'.

       78  cte-01                                 VALUE 01.
       78  cte-filing-days                        VALUE 20.
       78  cte-alert-days                         VALUE 7.
       78  cte-log-tbl-max                        VALUE 5000.
       78  cte-demo-tbl-max                       VALUE 2000.
       78  cte-hire-tbl-max                       VALUE 1000.

       01  ws-selection-criteria.
           03  ws-sel-employer          PIC X(15) VALUE SPACES.
           03  ws-sel-date-from         PIC 9(08) VALUE ZEROES.
           03  ws-today                 PIC 9(08) VALUE ZEROES.
           03  ws-today-int             PIC 9(07) VALUE ZEROES.
           03  ws-file-seq              PIC 9(05) VALUE ZEROES.

       01  ws-alertlog-fields.
           03  ws-alertlog-program      PIC X(08) VALUE "NhRegst".
           03  ws-alertlog-severity     PIC X(01) VALUE SPACE.
           03  ws-alertlog-key          PIC 9(06) VALUE ZEROES.
           03  ws-alertlog-message      PIC X(60) VALUE SPACES.

       01  ws-run-counters.
           03  ws-audit-read            PIC 9(07) VALUE ZEROES.
           03  ws-hires-found           PIC 9(05) VALUE ZEROES.
           03  ws-already-filed         PIC 9(05) VALUE ZEROES.
           03  ws-before-cutoff         PIC 9(05) VALUE ZEROES.
           03  ws-submitted             PIC 9(05) VALUE ZEROES.
           03  ws-submitted-late        PIC 9(05) VALUE ZEROES.
           03  ws-held                  PIC 9(05) VALUE ZEROES.
           03  ws-alerts-raised         PIC 9(05) VALUE ZEROES.
           03  ws-code-hash             PIC 9(12) VALUE ZEROES.
           03  ws-overflow-sw           PIC X(01) VALUE 'N'.
               88  sw-overflow-Y                  VALUE 'Y'.

       01  ws-log-controls.
           03  ws-log-tbl-count         PIC 9(04) VALUE ZEROES.
           03  ws-log-sub               PIC 9(04) VALUE ZEROES.
           03  ws-log-found-sw          PIC X(01) VALUE 'N'.
               88  sw-log-found-Y                 VALUE 'Y'.

       01  ws-log-table.
           03  ws-log-entry OCCURS cte-log-tbl-max TIMES.
               05  ws-lg-code           PIC 9(06).
               05  ws-lg-start-date     PIC 9(08).

       01  ws-demo-controls.
           03  ws-demo-tbl-count        PIC 9(04) VALUE ZEROES.
           03  ws-demo-sub              PIC 9(04) VALUE ZEROES.
           03  ws-demo-found-sub        PIC 9(04) VALUE ZEROES.

       01  ws-demo-table.
           03  ws-demo-entry OCCURS cte-demo-tbl-max TIMES.
               05  ws-dm-code           PIC 9(06).
               05  ws-dm-birth-date     PIC 9(08).
               05  ws-dm-gender         PIC X(01).
               05  ws-dm-nationality    PIC X(03).

       01  ws-hire-controls.
           03  ws-hire-tbl-count        PIC 9(04) VALUE ZEROES.
           03  ws-hire-sub              PIC 9(04) VALUE ZEROES.
           03  ws-hire-found-sw         PIC X(01) VALUE 'N'.
               88  sw-hire-found-Y                VALUE 'Y'.

       01  ws-hire-table.
           03  ws-hire-entry OCCURS cte-hire-tbl-max TIMES.
               05  ws-hr-code           PIC 9(06).
               05  ws-hr-kind           PIC X(01).
                   88  sw-hr-kind-new             VALUE "N".
                   88  sw-hr-kind-rehire          VALUE "R".
                   88  sw-hr-kind-transfer        VALUE "T".
               05  ws-hr-start-date     PIC 9(08).
               05  ws-hr-name           PIC X(20).
               05  ws-hr-cod-cat        PIC 9(04).
               05  ws-hr-birth-date     PIC 9(08).
               05  ws-hr-gender         PIC X(01).
               05  ws-hr-nationality    PIC X(03).
               05  ws-hr-address-1      PIC X(30).
               05  ws-hr-address-2      PIC X(30).
               05  ws-hr-days-left      PIC S9(05).
               05  ws-hr-hold-reason    PIC X(20).
               05  ws-hr-ready-sw       PIC X(01).
                   88  sw-hr-ready-Y              VALUE 'Y'.

      *    Only the pieces of an audit line this run needs: the stamp
      *    date and whatever follows the marker being looked for.
       01  ws-audit-parse-fields.
           03  ws-aud-stamp-txt         PIC X(10) VALUE SPACES.
           03  ws-aud-stamp-r       REDEFINES ws-aud-stamp-txt.
               05  ws-aud-stamp-year    PIC X(04).
               05  FILLER               PIC X(01).
               05  ws-aud-stamp-month   PIC X(02).
               05  FILLER               PIC X(01).
               05  ws-aud-stamp-day     PIC X(02).
           03  ws-aud-stamp-date        PIC 9(08) VALUE ZEROES.
           03  ws-aud-head              PIC X(420) VALUE SPACES.
           03  ws-aud-tail              PIC X(420) VALUE SPACES.
           03  ws-aud-code-txt          PIC X(06) VALUE SPACES.
           03  ws-aud-date-txt          PIC X(08) VALUE SPACES.
           03  ws-aud-markers           PIC 9(02) VALUE ZEROES.
           03  ws-aud-kind              PIC X(01) VALUE SPACE.
           03  ws-aud-code              PIC 9(06) VALUE ZEROES.
           03  ws-aud-start-date        PIC 9(08) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "New-hire registry submission run."

           DISPLAY "Employer registration number         : "
              WITH NO ADVANCING
           ACCEPT ws-sel-employer

           DISPLAY "Audit file name                      : "
              WITH NO ADVANCING
           ACCEPT ws-AuditFile-name

           DISPLAY "Employee index file                  : "
              WITH NO ADVANCING
           ACCEPT ws-IdxFile-name

           DISPLAY "Hires starting from CCYYMMDD (zeroes for all) : "
              WITH NO ADVANCING
           ACCEPT ws-sel-date-from

           IF ws-sel-employer   EQUAL SPACES
           OR ws-AuditFile-name EQUAL SPACES
           OR ws-IdxFile-name   EQUAL SPACES
              DISPLAY "The employer number, the audit file and the "
                      "index file are all needed. Nothing "
                      "produced."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           ACCEPT ws-today FROM DATE YYYYMMDD
           COMPUTE ws-today-int = INTEGER-OF-DATE(ws-today)

           PERFORM Load-Registry-Log
             THRU Load-Registry-Log-Exit

           PERFORM Load-Demographics
             THRU Load-Demographics-Exit

           PERFORM Scan-Audit-Trail
             THRU Scan-Audit-Trail-Exit

           PERFORM Complete-Hire-Details
             THRU Complete-Hire-Details-Exit

           PERFORM Raise-One-Deadline-Alert
           VARYING ws-hire-sub FROM 1 BY 1
             UNTIL ws-hire-sub GREATER ws-hire-tbl-count

           IF ws-hire-tbl-count GREATER ws-held
              PERFORM Write-Registry-File
                THRU Write-Registry-File-Exit
           ELSE
              DISPLAY "No hires are ready to be filed with the "
                      "registry. No submission file was produced."
           END-IF

           PERFORM Print-Control-Report

           IF ws-held GREATER ZEROES
           OR sw-overflow-Y
              IF RETURN-CODE LESS 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           STOP RUN.

      *    Every hire ever filed is on the log by employee and start
      *    date, so a hire is never sent to the registry twice. The
      *    highest file sequence on the log numbers the next file.
       Load-Registry-Log.
           OPEN INPUT NhLog

           IF fs-NhLog NOT EQUAL "00"
              CLOSE NhLog
              DISPLAY "No registry log was found: this is taken as "
                      "the first submission."
              GO TO Load-Registry-Log-Exit
           END-IF

           PERFORM Read-One-Log-Row
             UNTIL sw-eof-NhLog-Y

           CLOSE NhLog.
       Load-Registry-Log-Exit.
           EXIT.

       Read-One-Log-Row.
           READ NhLog RECORD
             AT END
                SET sw-eof-NhLog-Y TO TRUE

            NOT AT END
                IF nhlog-rec-file-seq GREATER ws-file-seq
                   MOVE nhlog-rec-file-seq TO ws-file-seq
                END-IF

                IF ws-log-tbl-count LESS cte-log-tbl-max
                   ADD cte-01 TO ws-log-tbl-count
                   MOVE nhlog-rec-code
                     TO ws-lg-code       (ws-log-tbl-count)
                   MOVE nhlog-rec-start-date
                     TO ws-lg-start-date (ws-log-tbl-count)
                ELSE
                   SET sw-overflow-Y TO TRUE
                END-IF
           END-READ.

       Find-Log-Entry.
           MOVE 'N' TO ws-log-found-sw

           PERFORM Match-Log-Entry
           VARYING ws-log-sub FROM 1 BY 1
             UNTIL ws-log-sub GREATER ws-log-tbl-count
                OR sw-log-found-Y.

       Match-Log-Entry.
           IF  ws-lg-code       (ws-log-sub) EQUAL ws-aud-code
           AND ws-lg-start-date (ws-log-sub) EQUAL ws-aud-start-date
               SET sw-log-found-Y TO TRUE
           END-IF.

       Load-Demographics.
           OPEN INPUT DemoFile

           IF fs-DemoFile NOT EQUAL "00"
              CLOSE DemoFile
              DISPLAY "*** WARNING: no demographics file was found. "
                      "Every hire will be held. ***"
              GO TO Load-Demographics-Exit
           END-IF

           PERFORM Read-One-Demographic
             UNTIL sw-eof-DemoFile-Y

           CLOSE DemoFile.
       Load-Demographics-Exit.
           EXIT.

       Read-One-Demographic.
           READ DemoFile RECORD
             AT END
                SET sw-eof-DemoFile-Y TO TRUE

            NOT AT END
                IF ws-demo-tbl-count LESS cte-demo-tbl-max
                   ADD cte-01 TO ws-demo-tbl-count
                   MOVE demo-rec-code
                     TO ws-dm-code        (ws-demo-tbl-count)
                   MOVE demo-rec-birth-date
                     TO ws-dm-birth-date  (ws-demo-tbl-count)
                   MOVE demo-rec-gender
                     TO ws-dm-gender      (ws-demo-tbl-count)
                   MOVE demo-rec-nationality
                     TO ws-dm-nationality (ws-demo-tbl-count)
                ELSE
                   SET sw-overflow-Y TO TRUE
                   SET sw-eof-DemoFile-Y TO TRUE
                END-IF
           END-READ.

      *    Three kinds of line on the audit trail start a job with us:
      *    a deferred hire NightApp added to the master (it carries no
      *    code before), a rehire, and a transfer in from another
      *    company. A rehire or transfer starts on the day it was
      *    journaled; a deferred hire on its own hire date.
       Scan-Audit-Trail.
           OPEN INPUT AuditFile

           IF fs-AuditFile NOT EQUAL "00"
              CLOSE AuditFile
              DISPLAY "*** The audit file could not be opened. "
                      "Nothing produced. ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM Read-One-Audit-Line
             UNTIL sw-eof-AuditFile-Y

           CLOSE AuditFile.
       Scan-Audit-Trail-Exit.
           EXIT.

       Read-One-Audit-Line.
           READ AuditFile RECORD
             AT END
                SET sw-eof-AuditFile-Y TO TRUE

            NOT AT END
                ADD cte-01 TO ws-audit-read

                PERFORM Classify-Audit-Line
                   THRU Classify-Audit-Line-Exit

                IF ws-aud-kind NOT EQUAL SPACE
                   PERFORM Keep-Hire-Candidate
                      THRU Keep-Hire-Candidate-Exit
                END-IF
           END-READ.

       Classify-Audit-Line.
           MOVE SPACE  TO ws-aud-kind
           MOVE ZEROES TO ws-aud-code
                          ws-aud-start-date
                          ws-aud-stamp-date

           MOVE f-AuditFile-rec (1:10) TO ws-aud-stamp-txt

           IF ws-aud-stamp-year  IS NOT NUMERIC
           OR ws-aud-stamp-month IS NOT NUMERIC
           OR ws-aud-stamp-day   IS NOT NUMERIC
              GO TO Classify-Audit-Line-Exit
           END-IF

           COMPUTE ws-aud-stamp-date =
                   NUMVAL(ws-aud-stamp-year)  * 10000
                 + NUMVAL(ws-aud-stamp-month) * 100
                 + NUMVAL(ws-aud-stamp-day)

           MOVE ZEROES TO ws-aud-markers
           INSPECT f-AuditFile-rec TALLYING ws-aud-markers
               FOR ALL " | OP=NIGHTAPP | DEFERRED | CODE-BEFORE=000000"
           IF ws-aud-markers GREATER ZEROES
              MOVE "N" TO ws-aud-kind
           END-IF

           MOVE ZEROES TO ws-aud-markers
           INSPECT f-AuditFile-rec TALLYING ws-aud-markers
               FOR ALL " | REHIRE FROM "
           IF ws-aud-markers GREATER ZEROES
              MOVE "R" TO ws-aud-kind
           END-IF

           MOVE ZEROES TO ws-aud-markers
           INSPECT f-AuditFile-rec TALLYING ws-aud-markers
               FOR ALL " | XFER-IN FROM ["
           IF ws-aud-markers GREATER ZEROES
              MOVE "T" TO ws-aud-kind
           END-IF

           IF ws-aud-kind EQUAL SPACE
              GO TO Classify-Audit-Line-Exit
           END-IF

           MOVE SPACES TO ws-aud-head
                          ws-aud-tail
           UNSTRING f-AuditFile-rec DELIMITED BY " CODE-AFTER="
               INTO ws-aud-head
                    ws-aud-tail
           MOVE ws-aud-tail (1:6) TO ws-aud-code-txt

           IF ws-aud-code-txt IS NOT NUMERIC
              MOVE SPACE TO ws-aud-kind
              GO TO Classify-Audit-Line-Exit
           END-IF

           MOVE ws-aud-code-txt   TO ws-aud-code
           MOVE ws-aud-stamp-date TO ws-aud-start-date

           IF ws-aud-kind EQUAL "N"
              MOVE SPACES TO ws-aud-head
                             ws-aud-tail
              UNSTRING f-AuditFile-rec DELIMITED BY " HIREDATE-AFTER="
                  INTO ws-aud-head
                       ws-aud-tail
              MOVE ws-aud-tail (1:8) TO ws-aud-date-txt

              IF  ws-aud-date-txt IS NUMERIC
              AND ws-aud-date-txt NOT EQUAL ZEROES
                  MOVE ws-aud-date-txt TO ws-aud-start-date
              END-IF
           END-IF.
       Classify-Audit-Line-Exit.
           EXIT.

       Keep-Hire-Candidate.
           IF  ws-sel-date-from GREATER ZEROES
           AND ws-aud-start-date LESS ws-sel-date-from
               ADD cte-01 TO ws-before-cutoff
               GO TO Keep-Hire-Candidate-Exit
           END-IF

           PERFORM Find-Log-Entry

           IF sw-log-found-Y
              ADD cte-01 TO ws-already-filed
              GO TO Keep-Hire-Candidate-Exit
           END-IF

           MOVE 'N' TO ws-hire-found-sw

           PERFORM Match-Hire-Entry
           VARYING ws-hire-sub FROM 1 BY 1
             UNTIL ws-hire-sub GREATER ws-hire-tbl-count
                OR sw-hire-found-Y

           IF sw-hire-found-Y
              GO TO Keep-Hire-Candidate-Exit
           END-IF

           IF ws-hire-tbl-count NOT LESS cte-hire-tbl-max
              SET sw-overflow-Y TO TRUE
              GO TO Keep-Hire-Candidate-Exit
           END-IF

           ADD cte-01 TO ws-hire-tbl-count
                         ws-hires-found
           INITIALIZE ws-hire-entry (ws-hire-tbl-count)
           MOVE ws-aud-code TO ws-hr-code     (ws-hire-tbl-count)
           MOVE ws-aud-kind TO ws-hr-kind     (ws-hire-tbl-count)
           MOVE ws-aud-start-date
             TO ws-hr-start-date (ws-hire-tbl-count)
           MOVE 'Y'         TO ws-hr-ready-sw (ws-hire-tbl-count).
       Keep-Hire-Candidate-Exit.
           EXIT.

       Match-Hire-Entry.
           IF  ws-hr-code       (ws-hire-sub) EQUAL ws-aud-code
           AND ws-hr-start-date (ws-hire-sub) EQUAL ws-aud-start-date
               SET sw-hire-found-Y TO TRUE
           END-IF.

      *    The registry wants the name, address and demographics of
      *    every hire. A hire missing any of them is held back for a
      *    later run rather than filed incomplete.
       Complete-Hire-Details.
           IF ws-hire-tbl-count EQUAL ZEROES
              GO TO Complete-Hire-Details-Exit
           END-IF

           OPEN INPUT IdxFile

           IF fs-IdxFile NOT EQUAL "00"
              CLOSE IdxFile
              DISPLAY "*** The employee index file could not be "
                      "opened. Nothing produced. ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT CntcFile

           PERFORM Complete-One-Hire
           VARYING ws-hire-sub FROM 1 BY 1
             UNTIL ws-hire-sub GREATER ws-hire-tbl-count

           CLOSE IdxFile
                 CntcFile.
       Complete-Hire-Details-Exit.
           EXIT.

       Complete-One-Hire.
           MOVE ws-hr-code (ws-hire-sub) TO f-IdxFile-rec-cod-employee

           READ IdxFile RECORD
             INVALID KEY
                MOVE 'N' TO ws-hr-ready-sw (ws-hire-sub)
                MOVE "NOT ON MASTER" TO ws-hr-hold-reason (ws-hire-sub)

             NOT INVALID KEY
                MOVE f-IdxFile-rec-name-employee
                  TO ws-hr-name    (ws-hire-sub)
                MOVE f-IdxFile-rec-cod-cat-employee
                  TO ws-hr-cod-cat (ws-hire-sub)
           END-READ

           MOVE ws-hr-code (ws-hire-sub) TO cntc-rec-cod-employee

           READ CntcFile RECORD
             INVALID KEY
                MOVE SPACES TO cntc-rec-address-line-1
                               cntc-rec-address-line-2
           END-READ

           IF fs-CntcFile NOT EQUAL "00"
              MOVE SPACES TO cntc-rec-address-line-1
                             cntc-rec-address-line-2
           END-IF

           MOVE cntc-rec-address-line-1 TO ws-hr-address-1 (ws-hire-sub)
           MOVE cntc-rec-address-line-2 TO ws-hr-address-2 (ws-hire-sub)

           IF  sw-hr-ready-Y (ws-hire-sub)
           AND cntc-rec-address-line-1 EQUAL SPACES
               MOVE 'N' TO ws-hr-ready-sw (ws-hire-sub)
               MOVE "NO ADDRESS" TO ws-hr-hold-reason (ws-hire-sub)
           END-IF

           MOVE ZEROES TO ws-demo-found-sub

           PERFORM Match-Demographic
           VARYING ws-demo-sub FROM 1 BY 1
             UNTIL ws-demo-sub GREATER ws-demo-tbl-count
                OR ws-demo-found-sub GREATER ZEROES

           IF ws-demo-found-sub GREATER ZEROES
              MOVE ws-dm-birth-date  (ws-demo-found-sub)
                TO ws-hr-birth-date  (ws-hire-sub)
              MOVE ws-dm-gender      (ws-demo-found-sub)
                TO ws-hr-gender      (ws-hire-sub)
              MOVE ws-dm-nationality (ws-demo-found-sub)
                TO ws-hr-nationality (ws-hire-sub)
           END-IF

           IF  sw-hr-ready-Y (ws-hire-sub)
           AND ws-hr-birth-date (ws-hire-sub) EQUAL ZEROES
               MOVE 'N' TO ws-hr-ready-sw (ws-hire-sub)
               MOVE "NO DEMOGRAPHICS" TO ws-hr-hold-reason (ws-hire-sub)
           END-IF

           IF  ws-hr-start-date (ws-hire-sub) NOT LESS 16010101
           AND ws-hr-start-date (ws-hire-sub) NOT GREATER 99991231
               COMPUTE ws-hr-days-left (ws-hire-sub) =
                       INTEGER-OF-DATE(ws-hr-start-date (ws-hire-sub))
                     + cte-filing-days - ws-today-int
           END-IF

           IF NOT sw-hr-ready-Y (ws-hire-sub)
              ADD cte-01 TO ws-held
           END-IF.

       Match-Demographic.
           IF ws-dm-code (ws-demo-sub) EQUAL ws-hr-code (ws-hire-sub)
              MOVE ws-demo-sub TO ws-demo-found-sub
           END-IF.

      *    A held hire that cannot wait for next week's run goes on
      *    the alerts file for the morning exception report.
       Raise-One-Deadline-Alert.
           IF  NOT sw-hr-ready-Y (ws-hire-sub)
           AND ws-hr-days-left (ws-hire-sub) NOT GREATER cte-alert-days
               IF ws-hr-days-left (ws-hire-sub) LESS ZEROES
                  MOVE "F" TO ws-alertlog-severity
               ELSE
                  MOVE "W" TO ws-alertlog-severity
               END-IF

               MOVE ws-hr-code (ws-hire-sub) TO ws-alertlog-key
               MOVE SPACES                   TO ws-alertlog-message

               STRING "NEW HIRE REGISTRY DUE "      DELIMITED BY SIZE
                      ws-hr-start-date (ws-hire-sub)
                                                    DELIMITED BY SIZE
                      " HELD: "                     DELIMITED BY SIZE
                      ws-hr-hold-reason (ws-hire-sub)
                                                    DELIMITED BY SIZE
                 INTO ws-alertlog-message

               CALL "AlertLog" USING ws-alertlog-program
                                     ws-alertlog-severity
                                     ws-alertlog-key
                                     ws-alertlog-message

               ADD cte-01 TO ws-alerts-raised
           END-IF.

       Write-Registry-File.
           ADD cte-01 TO ws-file-seq

           OPEN OUTPUT NhReturn

           IF fs-NhReturn NOT EQUAL "00" AND
              fs-NhReturn NOT EQUAL "05"
              CLOSE NhReturn
              DISPLAY "*** The registry submission file could not "
                      "be opened. Nothing was produced. ***"
              MOVE 16 TO RETURN-CODE
              GO TO Write-Registry-File-Exit
           END-IF

           MOVE SPACES TO nhret-rec
           MOVE "H"             TO nhret-rec-type
           MOVE ws-sel-employer TO nhret-rec-employer
           MOVE ws-today        TO nhret-rec-creation
           MOVE ws-file-seq     TO nhret-rec-file-seq
           WRITE nhret-rec

           OPEN EXTEND NhLog

           IF fs-NhLog NOT EQUAL "00" AND fs-NhLog NOT EQUAL "05"
              CLOSE NhLog
                    NhReturn
              DISPLAY "*** The registry log could not be opened. The "
                      "submission was not produced. ***"
              MOVE 16 TO RETURN-CODE
              GO TO Write-Registry-File-Exit
           END-IF

           PERFORM Write-One-Hire-Line
           VARYING ws-hire-sub FROM 1 BY 1
             UNTIL ws-hire-sub GREATER ws-hire-tbl-count

           MOVE SPACES TO nhret-rec
           MOVE "T"          TO nhret-rec-type
           MOVE ws-submitted TO nhret-rec-count
           MOVE ws-code-hash TO nhret-rec-code-hash
           WRITE nhret-rec

           CLOSE NhReturn
                 NhLog

           DISPLAY "The registry file [" ws-NhReturn-name
                   "] number [" ws-file-seq "] was produced with ["
                   ws-submitted "] hires, code hash ["
                   ws-code-hash "].".
       Write-Registry-File-Exit.
           EXIT.

       Write-One-Hire-Line.
           IF sw-hr-ready-Y (ws-hire-sub)
              MOVE SPACES TO nhret-rec
              MOVE "D" TO nhret-rec-type
              MOVE ws-hr-code        (ws-hire-sub) TO nhret-rec-code
              MOVE ws-hr-kind        (ws-hire-sub) TO nhret-rec-kind
              MOVE ws-hr-start-date  (ws-hire-sub)
                TO nhret-rec-start-date
              MOVE ws-hr-name        (ws-hire-sub) TO nhret-rec-name
              MOVE ws-hr-birth-date  (ws-hire-sub)
                TO nhret-rec-birth-date
              MOVE ws-hr-gender      (ws-hire-sub) TO nhret-rec-gender
              MOVE ws-hr-nationality (ws-hire-sub)
                TO nhret-rec-nationality
              MOVE ws-hr-address-1   (ws-hire-sub)
                TO nhret-rec-address-1
              MOVE ws-hr-address-2   (ws-hire-sub)
                TO nhret-rec-address-2
              MOVE ws-hr-cod-cat     (ws-hire-sub) TO nhret-rec-cod-cat
              WRITE nhret-rec

              MOVE ws-hr-code       (ws-hire-sub) TO nhlog-rec-code
              MOVE ws-hr-start-date (ws-hire-sub)
                TO nhlog-rec-start-date
              MOVE ws-hr-kind       (ws-hire-sub) TO nhlog-rec-kind
              MOVE ws-today                       TO nhlog-rec-submitted
              MOVE ws-file-seq                    TO nhlog-rec-file-seq
              WRITE nhlog-rec

              ADD cte-01 TO ws-submitted
              ADD ws-hr-code (ws-hire-sub) TO ws-code-hash

              IF ws-hr-days-left (ws-hire-sub) LESS ZEROES
                 ADD cte-01 TO ws-submitted-late
                 DISPLAY "Filed late: employee ["
                         ws-hr-code (ws-hire-sub) "] started ["
                         ws-hr-start-date (ws-hire-sub) "]."
              END-IF
           END-IF.

       Print-Control-Report.
           DISPLAY SPACE
           DISPLAY "+===+====+===+====+===+====+===+====+===+"
           DISPLAY "|  New-hire registry run [" ws-today "].    |"
           DISPLAY "+===+====+===+====+===+====+===+====+===+"

           IF ws-held GREATER ZEROES
              DISPLAY "Held back, not filed:"

              PERFORM Print-One-Held-Hire
              VARYING ws-hire-sub FROM 1 BY 1
                UNTIL ws-hire-sub GREATER ws-hire-tbl-count
           END-IF

           DISPLAY "| Audit lines read            : ["
                   ws-audit-read "]."
           DISPLAY "| Hires found, not yet filed  : ["
                   ws-hires-found "]."
           DISPLAY "| Already filed before        : ["
                   ws-already-filed "]."
           DISPLAY "| Before the start date asked : ["
                   ws-before-cutoff "]."
           DISPLAY "| Filed in this submission    : ["
                   ws-submitted "]."
           DISPLAY "| Of which past the deadline  : ["
                   ws-submitted-late "]."
           DISPLAY "| Held for missing details    : ["
                   ws-held "]."
           DISPLAY "| Deadline alerts raised      : ["
                   ws-alerts-raised "]."

           IF sw-overflow-Y
              DISPLAY "| *** A table filled up: some rows were left "
                      "out. Rerun after the log is archived. ***"
           END-IF

           DISPLAY "+===+====+===+====+===+====+===+====+===+".

       Print-One-Held-Hire.
           IF NOT sw-hr-ready-Y (ws-hire-sub)
              DISPLAY "  [" ws-hr-code (ws-hire-sub) "] kind ["
                      ws-hr-kind (ws-hire-sub) "] started ["
                      ws-hr-start-date (ws-hire-sub) "] days left ["
                      ws-hr-days-left (ws-hire-sub) "] "
                      ws-hr-hold-reason (ws-hire-sub)
           END-IF.

       END PROGRAM NhRegst.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EqPayRp.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL IdxFile ASSIGN TO DISK ws-IdxFile-name
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS f-IdxFile-rec-cod-employee
                  FILE STATUS  IS fs-IdxFile.

           SELECT OPTIONAL DemoFile ASSIGN TO ws-DemoFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-DemoFile.

           SELECT OPTIONAL CategoryFile ASSIGN TO ws-CategoryFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-CategoryFile.

           SELECT OPTIONAL RptFile ASSIGN TO ws-RptFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-RptFile.

           SELECT OPTIONAL OperFile ASSIGN TO ws-OperFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-OperFile.

           SELECT sort-file ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.
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
               88  sw-f-IdxFile-rec-status-terminated       VALUE "T".
           03  f-IdxFile-rec-reason-employee      PIC X(20)
                                                           VALUE SPACES.
           03  f-IdxFile-rec-cod-cat-employee    PIC 9(04) VALUE ZEROES.

       FD  DemoFile
           RECORD CONTAINS 26 CHARACTERS.

       01  demo-rec.
           03  demo-rec-code             PIC 9(06) VALUE ZEROES.
           03  demo-rec-birth-date       PIC 9(08) VALUE ZEROES.
           03  demo-rec-gender           PIC X(01) VALUE SPACE.
           03  demo-rec-nationality      PIC X(03) VALUE SPACES.
           03  demo-rec-updated          PIC 9(08) VALUE ZEROES.

       FD  OperFile
           RECORD CONTAINS 53 CHARACTERS.

       01  oper-rec.
           03  oper-rec-id                     PIC X(08)  VALUE SPACES.
           03  oper-rec-password               PIC X(08)  VALUE SPACES.
           03  oper-rec-level                  PIC 9(01)  VALUE ZERO.
           03  oper-rec-name                   PIC X(20)  VALUE SPACES.
           03  oper-rec-pwd-changed            PIC 9(08)  VALUE ZEROES.
           03  oper-rec-fail-count             PIC 9(01)  VALUE ZERO.
           03  oper-rec-status                 PIC X(01)  VALUE "A".
               88  sw-oper-rec-status-active              VALUES "A",
                                                            SPACE.
           03  oper-rec-emp-code               PIC 9(06)  VALUE ZEROES.

       FD  CategoryFile
           RECORD CONTAINS 42 CHARACTERS.

       01  cat-rec.
           03  cat-rec-cod                 PIC 9(04)      VALUE ZEROES.
           03  cat-rec-name                PIC X(20)      VALUE SPACES.
           03  cat-rec-pol-min             PIC S9(6)V9(2)
                                            SIGN IS LEADING
                                            SEPARATE CHARACTER
                                                           VALUE ZEROES.
           03  cat-rec-pol-max             PIC S9(6)V9(2)
                                            SIGN IS LEADING
                                            SEPARATE CHARACTER
                                                           VALUE ZEROES.

       FD  RptFile
           RECORD CONTAINS 110 CHARACTERS.

       01  f-RptFile-rec                   PIC X(110)     VALUE SPACES.

       SD  sort-file.
       01  sort-rec.
           03  sr-cod-cat                  PIC 9(04).
           03  sr-gender                   PIC X(01).
           03  sr-salary-employee          PIC S9(06)V9(02).

       WORKING-STORAGE SECTION.
       77  fs-IdxFile                  PIC X(02)          VALUE SPACES.
       77  fs-DemoFile                 PIC X(02)          VALUE SPACES.
       77  fs-CategoryFile             PIC X(02)          VALUE SPACES.
       77  fs-RptFile                  PIC X(02)          VALUE SPACES.
       77  fs-OperFile                 PIC X(02)          VALUE SPACES.

       77  ws-IdxFile-name             PIC X(12)          VALUE SPACES.
       77  ws-DemoFile-name            PIC X(12)   VALUE "DemoFile".
       77  ws-CategoryFile-name        PIC X(12)   VALUE "CategoryFile".
       77  ws-RptFile-name             PIC X(12)          VALUE SPACES.
       77  ws-OperFile-name            PIC X(12)   VALUE "OperFile".

       77  ws-eof-IdxFile              PIC X(01)          VALUE 'N'.
           88  sw-eof-IdxFile-Y                           VALUE 'Y'.
       77  ws-eof-DemoFile             PIC X(01)          VALUE 'N'.
           88  sw-eof-DemoFile-Y                          VALUE 'Y'.
       77  ws-eof-CategoryFile         PIC X(01)          VALUE 'N'.
           88  sw-eof-CategoryFile-Y                      VALUE 'Y'.
       77  ws-eof-sort                 PIC X(01)          VALUE 'N'.
           88  sw-eof-sort-Y                              VALUE 'Y'.
       77  ws-eof-OperFile             PIC X(01)          VALUE 'N'.
           88  sw-eof-OperFile-Y                          VALUE 'Y'.

       78  cte-01                                         VALUE 01.
       78  cte-cat-tbl-max                                VALUE 500.
       78  cte-demo-tbl-max                               VALUE 2000.
       78  cte-grp-tbl-max                                VALUE 3.
       78  cte-grp-sal-max                                VALUE 2000.
       78  cte-gap-threshold                              VALUE 5.
       78  cte-demo-view-level                            VALUE 3.

       01  ws-category-table-controls.
           03  ws-cat-tbl-count        PIC 9(03)          VALUE ZEROES.
           03  ws-cat-found-sw         PIC X(01)          VALUE 'N'.
               88  sw-cat-found-Y                         VALUE 'Y'.
               88  sw-cat-found-N                         VALUE 'N'.

       01  ws-category-table.
           03  ws-cat-entry OCCURS cte-cat-tbl-max TIMES
                            INDEXED BY idx-cat
                                       idx-cat-fnd.
               05  ws-cat-cod          PIC 9(04).
               05  ws-cat-name         PIC X(20).

       01  ws-demo-table-controls.
           03  ws-demo-tbl-count       PIC 9(04)          VALUE ZEROES.
           03  ws-demo-found-sw        PIC X(01)          VALUE 'N'.
               88  sw-demo-found-Y                        VALUE 'Y'.
               88  sw-demo-found-N                        VALUE 'N'.
           03  ws-demo-gender          PIC X(01)          VALUE SPACE.
               88  sw-demo-gender-compared                VALUES "F",
                                                            "M", "X".

       01  ws-demo-table.
           03  ws-demo-entry OCCURS cte-demo-tbl-max TIMES
                             INDEXED BY idx-demo.
               05  ws-dm-code          PIC 9(06).
               05  ws-dm-gender        PIC X(01).

       01  ws-group-table.
           03  ws-grp-entry OCCURS cte-grp-tbl-max TIMES
                            INDEXED BY idx-grp.
               05  ws-grp-code         PIC X(01).
               05  ws-grp-count        PIC 9(06).
               05  ws-grp-total        PIC S9(10)V9(02).
               05  ws-grp-average      PIC S9(07)V9(02).
               05  ws-grp-median       PIC S9(07)V9(02).
               05  ws-grp-salary       PIC S9(06)V9(02)
                                       OCCURS cte-grp-sal-max TIMES.

       01  ws-break-controls.
           03  ws-current-cat          PIC 9(04)          VALUE ZEROES.
           03  ws-first-record-sw      PIC X(01)          VALUE 'Y'.
               88  sw-first-record-Y                      VALUE 'Y'.
               88  sw-first-record-N                      VALUE 'N'.

       01  ws-calc-work-fields.
           03  ws-gap-threshold        PIC 9(02)V9(01)    VALUE ZEROES.
           03  ws-median-half          PIC 9(06)          VALUE ZEROES.
           03  ws-median-rem           PIC 9(01)          VALUE ZEROES.
           03  ws-avg-gap              PIC S9(05)V9(01)   VALUE ZEROES.
           03  ws-median-gap           PIC S9(05)V9(01)   VALUE ZEROES.
           03  ws-f-sub                PIC 9(01)          VALUE 1.
           03  ws-m-sub                PIC 9(01)          VALUE 2.

       01  ws-report-counters.
           03  ws-compared-employees   PIC 9(06)          VALUE ZEROES.
           03  ws-excluded-employees   PIC 9(06)          VALUE ZEROES.
           03  ws-flagged-categories   PIC 9(04)          VALUE ZEROES.

       01  ws-cat-heading-line.
           03  FILLER                  PIC X(10)  VALUE "Category [".
           03  ws-cath-cod             PIC 9(04)          VALUE ZEROES.
           03  FILLER                  PIC X(03)  VALUE "] [".
           03  ws-cath-name            PIC X(20)          VALUE SPACES.
           03  FILLER                  PIC X(01)  VALUE "]".

       01  ws-heading-line.
           03  FILLER                  PIC X(09)  VALUE "  Group".
           03  FILLER                  PIC X(09)  VALUE "Count".
           03  FILLER                  PIC X(17)  VALUE "Average".
           03  FILLER                  PIC X(17)  VALUE "Median".

       01  ws-group-line.
           03  FILLER                  PIC X(02)          VALUE SPACES.
           03  ws-grl-code             PIC X(01)          VALUE SPACE.
           03  FILLER                  PIC X(04)          VALUE SPACES.
           03  ws-grl-count            PIC ZZZZZ9         VALUE ZEROES.
           03  FILLER                  PIC X(04)          VALUE SPACES.
           03  ws-grl-average          PIC X(14)          VALUE SPACES.
           03  FILLER                  PIC X(03)          VALUE SPACES.
           03  ws-grl-median           PIC X(14)          VALUE SPACES.

       01  ws-gap-line.
           03  FILLER                  PIC X(26)  VALUE
               "  Gap M over F: average [".
           03  ws-gpl-avg-gap          PIC -ZZZ9.9        VALUE ZEROES.
           03  FILLER                  PIC X(12)  VALUE "%]  median [".
           03  ws-gpl-median-gap       PIC -ZZZ9.9        VALUE ZEROES.
           03  FILLER                  PIC X(04)  VALUE "%]  ".
           03  ws-gpl-flag             PIC X(18)          VALUE SPACES.

       01  ws-fmtmny-work-fields.
           03  ws-fmtmny-amount        PIC S9(11)V9(02)
                                        SIGN IS LEADING
                                        SEPARATE CHARACTER
                                                          VALUE ZEROES.
           03  ws-fmtmny-formatted     PIC X(22)          VALUE SPACES.

       01  ws-demo-auth-fields.
           03  ws-auth-oper-id         PIC X(08)          VALUE SPACES.
           03  ws-auth-password        PIC X(08)          VALUE SPACES.
           03  ws-auth-granted-sw      PIC X(01)          VALUE 'N'.
               88  sw-auth-granted-Y                      VALUE 'Y'.
           03  ws-signlog-program      PIC X(08)          VALUE SPACES.
           03  ws-signlog-result       PIC X(01)          VALUE SPACE.

       01  ws-rptarc-fields.
           03  ws-rptarc-program       PIC X(08)   VALUE "EqPayRp".
           03  ws-rptarc-report        PIC X(40)          VALUE SPACES.
           03  ws-rptarc-period        PIC 9(06)          VALUE ZEROES.
           03  ws-rptarc-pages         PIC 9(05)          VALUE ZEROES.
           03  ws-rptarc-today         PIC 9(08)          VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "Equal-pay audit report."

           MOVE "EqPayRp" TO ws-signlog-program

           PERFORM Check-Demo-Authorization
             THRU Check-Demo-Authorization-Exit

           IF NOT sw-auth-granted-Y
              STOP RUN
           END-IF

           DISPLAY "Employee index file name : " WITH NO ADVANCING
           ACCEPT ws-IdxFile-name

           DISPLAY "Report output file name  : " WITH NO ADVANCING
           ACCEPT ws-RptFile-name

           DISPLAY "Gap threshold percent (0 for the policy ["
                   cte-gap-threshold "]): " WITH NO ADVANCING
           ACCEPT ws-gap-threshold

           IF ws-gap-threshold IS EQUAL TO ZEROES
              MOVE cte-gap-threshold TO ws-gap-threshold
           END-IF

           PERFORM 100-begin-load-category-table
              THRU 100-end-load-category-table

           PERFORM 200-begin-load-demo-table
              THRU 200-end-load-demo-table

           IF ws-demo-tbl-count IS EQUAL TO ZEROES
              DISPLAY "*** WARNING: no demographics could be read "
                      "from the demographics file. No report "
                      "produced. ***"
              STOP RUN
           END-IF

           OPEN OUTPUT RptFile

           IF  fs-RptFile IS NOT EQUAL TO ZEROES
           AND fs-RptFile IS NOT EQUAL TO '05'
               CLOSE RptFile
               DISPLAY "*** WARNING: the report file could not be "
                       "opened. No report produced. ***"
               STOP RUN
           END-IF

           MOVE "Equal-Pay Audit Report" TO f-RptFile-rec
           WRITE f-RptFile-rec

           MOVE "F" TO ws-grp-code (1)
           MOVE "M" TO ws-grp-code (2)
           MOVE "X" TO ws-grp-code (3)

           SORT sort-file
                ASCENDING KEY sr-cod-cat
                              sr-gender
                              sr-salary-employee
                INPUT PROCEDURE  500-begin-release-employees
                OUTPUT PROCEDURE 600-begin-report-categories

           CLOSE RptFile

           ACCEPT ws-rptarc-today FROM DATE YYYYMMDD
           COMPUTE ws-rptarc-period = ws-rptarc-today / 100
           MOVE ws-RptFile-name TO ws-rptarc-report
           CALL "RptArc" USING ws-rptarc-program
                               ws-rptarc-report
                               ws-rptarc-period
                               ws-auth-oper-id
                               ws-rptarc-pages

           DISPLAY SPACE
           DISPLAY "Employees compared   : ["
                   ws-compared-employees "]."
           DISPLAY "Employees excluded   : ["
                   ws-excluded-employees "] (no demographics or "
                   "gender undisclosed)."
           DISPLAY "Categories flagged   : ["
                   ws-flagged-categories "]."
           DISPLAY "The report was written to ["
                   FUNCTION TRIM(ws-RptFile-name) "]."

           STOP RUN.

       100-begin-load-category-table.
           OPEN INPUT CategoryFile

           IF fs-CategoryFile IS EQUAL TO ZEROES
           OR fs-CategoryFile IS EQUAL TO '05'
              PERFORM 110-begin-read-category-record
                 THRU 110-end-read-category-record
                UNTIL sw-eof-CategoryFile-Y

              CLOSE CategoryFile
           END-IF.
       100-end-load-category-table.
           EXIT.

       110-begin-read-category-record.
           READ CategoryFile
                AT END
                   SET sw-eof-CategoryFile-Y TO TRUE

            NOT AT END
                   IF ws-cat-tbl-count IS LESS THAN cte-cat-tbl-max
                      ADD cte-01 TO ws-cat-tbl-count
                      SET idx-cat TO ws-cat-tbl-count
                      MOVE cat-rec-cod  TO ws-cat-cod  (idx-cat)
                      MOVE cat-rec-name TO ws-cat-name (idx-cat)
                   END-IF
           END-READ.
       110-end-read-category-record.
           EXIT.

       200-begin-load-demo-table.
           OPEN INPUT DemoFile

           IF fs-DemoFile IS EQUAL TO ZEROES
              PERFORM 210-begin-read-demo-record
                 THRU 210-end-read-demo-record
                UNTIL sw-eof-DemoFile-Y
           END-IF

           CLOSE DemoFile.
       200-end-load-demo-table.
           EXIT.

       210-begin-read-demo-record.
           READ DemoFile
                AT END
                   SET sw-eof-DemoFile-Y TO TRUE

            NOT AT END
                   IF ws-demo-tbl-count IS LESS THAN cte-demo-tbl-max
                      ADD cte-01 TO ws-demo-tbl-count
                      SET idx-demo TO ws-demo-tbl-count
                      MOVE demo-rec-code   TO ws-dm-code   (idx-demo)
                      MOVE demo-rec-gender TO ws-dm-gender (idx-demo)
                   ELSE
                      DISPLAY "*** WARNING: the demographics file "
                              "holds more than [" cte-demo-tbl-max
                              "] employees. The rest are excluded. "
                              "***"
                      SET sw-eof-DemoFile-Y TO TRUE
                   END-IF
           END-READ.
       210-end-read-demo-record.
           EXIT.

       500-begin-release-employees.
           OPEN INPUT IdxFile

           IF fs-IdxFile IS EQUAL TO ZEROES
              PERFORM 510-begin-release-one-employee
                 THRU 510-end-release-one-employee
                UNTIL sw-eof-IdxFile-Y
           END-IF

           CLOSE IdxFile.
       500-end-release-employees.
           EXIT.

       510-begin-release-one-employee.
           READ IdxFile NEXT RECORD
                AT END
                   SET sw-eof-IdxFile-Y TO TRUE

            NOT AT END
                   IF NOT sw-f-IdxFile-rec-status-terminated
                      PERFORM 520-begin-find-demo-entry
                         THRU 520-end-find-demo-entry

                      IF sw-demo-found-Y
                      AND sw-demo-gender-compared
                         MOVE f-IdxFile-rec-cod-cat-employee
                           TO sr-cod-cat
                         MOVE ws-demo-gender TO sr-gender
                         MOVE f-IdxFile-rec-salary-employee
                           TO sr-salary-employee

                         RELEASE sort-rec

                         ADD cte-01 TO ws-compared-employees
                      ELSE
                         ADD cte-01 TO ws-excluded-employees
                      END-IF
                   END-IF
           END-READ.
       510-end-release-one-employee.
           EXIT.

       520-begin-find-demo-entry.
           SET sw-demo-found-N TO TRUE
           MOVE SPACE TO ws-demo-gender

           PERFORM 530-begin-scan-demo-entry
              THRU 530-end-scan-demo-entry
           VARYING idx-demo FROM cte-01 BY cte-01
             UNTIL idx-demo IS GREATER THAN ws-demo-tbl-count
                OR sw-demo-found-Y.
       520-end-find-demo-entry.
           EXIT.

       530-begin-scan-demo-entry.
           IF ws-dm-code (idx-demo) IS EQUAL TO
              f-IdxFile-rec-cod-employee
              SET sw-demo-found-Y TO TRUE
              MOVE ws-dm-gender (idx-demo) TO ws-demo-gender
           END-IF.
       530-end-scan-demo-entry.
           EXIT.

       600-begin-report-categories.
           PERFORM 610-begin-return-one-employee
              THRU 610-end-return-one-employee
             UNTIL sw-eof-sort-Y

           IF sw-first-record-N
              PERFORM 700-begin-print-category-audit
                 THRU 700-end-print-category-audit
           END-IF.
       600-end-report-categories.
           EXIT.

       610-begin-return-one-employee.
           RETURN sort-file
               AT END
                  SET sw-eof-sort-Y TO TRUE

           NOT AT END
                  IF sw-first-record-Y
                  OR sr-cod-cat IS NOT EQUAL TO ws-current-cat
                     IF sw-first-record-N
                        PERFORM 700-begin-print-category-audit
                           THRU 700-end-print-category-audit
                     END-IF

                     SET sw-first-record-N TO TRUE
                     MOVE sr-cod-cat TO ws-current-cat

                     PERFORM 620-begin-reset-groups
                        THRU 620-end-reset-groups
                     VARYING idx-grp FROM cte-01 BY cte-01
                       UNTIL idx-grp IS GREATER THAN cte-grp-tbl-max
                  END-IF

                  PERFORM 630-begin-add-to-group
                     THRU 630-end-add-to-group
           END-RETURN.
       610-end-return-one-employee.
           EXIT.

       620-begin-reset-groups.
           MOVE ZEROES TO ws-grp-count   (idx-grp)
                          ws-grp-total   (idx-grp)
                          ws-grp-average (idx-grp)
                          ws-grp-median  (idx-grp).
       620-end-reset-groups.
           EXIT.

       630-begin-add-to-group.
           SET idx-grp TO cte-01

           SEARCH ws-grp-entry
               AT END
                  CONTINUE

             WHEN ws-grp-code (idx-grp) IS EQUAL TO sr-gender
                  ADD cte-01 TO ws-grp-count (idx-grp)
                  ADD sr-salary-employee TO ws-grp-total (idx-grp)

                  IF ws-grp-count (idx-grp) IS NOT GREATER THAN
                     cte-grp-sal-max
                     MOVE sr-salary-employee
                       TO ws-grp-salary (idx-grp
                                         ws-grp-count (idx-grp))
                  END-IF
           END-SEARCH.
       630-end-add-to-group.
           EXIT.

       700-begin-print-category-audit.
           PERFORM 650-begin-find-category-entry
              THRU 650-end-find-category-entry

           MOVE ws-current-cat TO ws-cath-cod

           IF sw-cat-found-Y
              MOVE ws-cat-name (idx-cat-fnd) TO ws-cath-name
           ELSE
              MOVE "(not defined)" TO ws-cath-name
           END-IF

           MOVE SPACES TO f-RptFile-rec
           WRITE f-RptFile-rec

           WRITE f-RptFile-rec FROM ws-cat-heading-line
           WRITE f-RptFile-rec FROM ws-heading-line

           PERFORM 710-begin-print-group-line
              THRU 710-end-print-group-line
           VARYING idx-grp FROM cte-01 BY cte-01
             UNTIL idx-grp IS GREATER THAN cte-grp-tbl-max

           IF ws-grp-count (ws-f-sub) IS EQUAL TO ZEROES
           OR ws-grp-count (ws-m-sub) IS EQUAL TO ZEROES
           OR ws-grp-average (ws-m-sub) IS EQUAL TO ZEROES
           OR ws-grp-median  (ws-m-sub) IS EQUAL TO ZEROES
              MOVE "  Gap M over F: not comparable, a group is empty."
                TO f-RptFile-rec
              WRITE f-RptFile-rec
           ELSE
              COMPUTE ws-avg-gap ROUNDED =
                      (ws-grp-average (ws-m-sub)
                     - ws-grp-average (ws-f-sub))
                    / ws-grp-average (ws-m-sub) * 100
              COMPUTE ws-median-gap ROUNDED =
                      (ws-grp-median (ws-m-sub)
                     - ws-grp-median (ws-f-sub))
                    / ws-grp-median (ws-m-sub) * 100

              MOVE ws-avg-gap    TO ws-gpl-avg-gap
              MOVE ws-median-gap TO ws-gpl-median-gap
              MOVE SPACES        TO ws-gpl-flag

              IF ws-avg-gap    IS GREATER THAN ws-gap-threshold
              OR ws-avg-gap    IS LESS THAN 0 - ws-gap-threshold
              OR ws-median-gap IS GREATER THAN ws-gap-threshold
              OR ws-median-gap IS LESS THAN 0 - ws-gap-threshold
                 MOVE "GAP OVER THRESHOLD" TO ws-gpl-flag
                 ADD cte-01 TO ws-flagged-categories
              END-IF

              WRITE f-RptFile-rec FROM ws-gap-line
           END-IF.
       700-end-print-category-audit.
           EXIT.

       710-begin-print-group-line.
           IF ws-grp-count (idx-grp) IS GREATER THAN ZEROES
              COMPUTE ws-grp-average (idx-grp) ROUNDED =
                      ws-grp-total (idx-grp) / ws-grp-count (idx-grp)

              PERFORM 720-begin-pick-group-median
                 THRU 720-end-pick-group-median

              MOVE ws-grp-code  (idx-grp) TO ws-grl-code
              MOVE ws-grp-count (idx-grp) TO ws-grl-count

              MOVE ws-grp-average (idx-grp) TO ws-fmtmny-amount
              CALL "FmtMny" USING ws-fmtmny-amount ws-fmtmny-formatted
              MOVE ws-fmtmny-formatted TO ws-grl-average

              IF ws-grp-median (idx-grp) IS EQUAL TO ZEROES
                 MOVE "n/a" TO ws-grl-median
              ELSE
                 MOVE ws-grp-median (idx-grp) TO ws-fmtmny-amount
                 CALL "FmtMny" USING ws-fmtmny-amount
                                     ws-fmtmny-formatted
                 MOVE ws-fmtmny-formatted TO ws-grl-median
              END-IF

              WRITE f-RptFile-rec FROM ws-group-line
           END-IF.
       710-end-print-group-line.
           EXIT.

       720-begin-pick-group-median.
           MOVE ZEROES TO ws-grp-median (idx-grp)

           IF ws-grp-count (idx-grp) IS GREATER THAN cte-grp-sal-max
              GO TO 720-end-pick-group-median
           END-IF

           DIVIDE ws-grp-count (idx-grp) BY 2
              GIVING ws-median-half REMAINDER ws-median-rem

           IF ws-median-rem IS EQUAL TO 1
              MOVE ws-grp-salary (idx-grp ws-median-half + 1)
                TO ws-grp-median (idx-grp)
           ELSE
              COMPUTE ws-grp-median (idx-grp) ROUNDED =
                      (ws-grp-salary (idx-grp ws-median-half)
                     + ws-grp-salary (idx-grp ws-median-half + 1))
                    / 2
           END-IF.
       720-end-pick-group-median.
           EXIT.

       650-begin-find-category-entry.
           SET sw-cat-found-N TO TRUE

           PERFORM 660-begin-scan-category-entry
              THRU 660-end-scan-category-entry
           VARYING idx-cat FROM cte-01 BY cte-01
             UNTIL idx-cat IS GREATER THAN ws-cat-tbl-count
                OR sw-cat-found-Y.
       650-end-find-category-entry.
           EXIT.

       660-begin-scan-category-entry.
           IF ws-cat-cod (idx-cat) IS EQUAL TO ws-current-cat
              SET sw-cat-found-Y TO TRUE
              SET idx-cat-fnd    TO idx-cat
           END-IF.
       660-end-scan-category-entry.
           EXIT.

       Check-Demo-Authorization.
           SET sw-auth-granted-Y TO TRUE

           DISPLAY "Operator id        : " WITH NO ADVANCING
           ACCEPT ws-auth-oper-id

           DISPLAY "Operator password  : " WITH NO ADVANCING
           ACCEPT ws-auth-password

           MOVE 'N' TO ws-eof-OperFile

           OPEN INPUT OperFile

           IF fs-OperFile NOT EQUAL "00"
              CLOSE OperFile
              DISPLAY "No operator file was found. Running "
                      "without the demographics-visibility check."
              GO TO Check-Demo-Authorization-Exit
           END-IF

           MOVE 'N' TO ws-auth-granted-sw

           PERFORM Match-One-Auth-Operator
             UNTIL sw-eof-OperFile-Y

           CLOSE OperFile

           IF NOT sw-auth-granted-Y
              MOVE "D" TO ws-signlog-result
              CALL "SignOnLg" USING ws-signlog-program
                                    ws-auth-oper-id
                                    ws-signlog-result
              DISPLAY "*** This demographics-bearing report refuses "
                      "to run below authorization level ["
                      cte-demo-view-level "]. The attempt was "
                      "logged. ***"
           END-IF.
       Check-Demo-Authorization-Exit.
           EXIT.

       Match-One-Auth-Operator.
           READ OperFile RECORD
             AT END
                SET sw-eof-OperFile-Y TO TRUE

            NOT AT END
                IF  oper-rec-id EQUAL ws-auth-oper-id
                AND oper-rec-password EQUAL ws-auth-password
                AND oper-rec-level NOT LESS cte-demo-view-level
                AND sw-oper-rec-status-active
                    SET sw-auth-granted-Y TO TRUE
                    SET sw-eof-OperFile-Y TO TRUE
                END-IF
           END-READ.

       END PROGRAM EqPayRp.

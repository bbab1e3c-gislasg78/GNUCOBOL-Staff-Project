       IDENTIFICATION DIVISION.
       PROGRAM-ID. CtcStmt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL IdxFile ASSIGN TO DISK ws-IdxFile-name
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS f-IdxFile-rec-cod-employee
                  FILE STATUS  IS fs-IdxFile.

           SELECT OPTIONAL PayHist ASSIGN TO DISK ws-PayHist-name
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS payhist-rec-key
                  ALTERNATE RECORD KEY IS payhist-rec-period
                            WITH DUPLICATES
                  FILE STATUS  IS fs-PayHist.

           SELECT OPTIONAL PfLedger ASSIGN TO ws-PfLedger-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-PfLedger.

           SELECT OPTIONAL BenPlan ASSIGN TO ws-BenPlan-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-BenPlan.

           SELECT OPTIONAL BenEnrol ASSIGN TO ws-BenEnrol-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-BenEnrol.

           SELECT OPTIONAL OhdRate ASSIGN TO ws-OhdRate-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-OhdRate.

           SELECT OPTIONAL StmtFile ASSIGN TO ws-StmtFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-StmtFile.

           SELECT OPTIONAL CtcCat ASSIGN TO ws-CtcCat-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-CtcCat.

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

       FD  PayHist
           RECORD CONTAINS 120 CHARACTERS.

       01  payhist-rec.
           03  payhist-rec-key.
               05  payhist-rec-code     PIC 9(06) VALUE ZEROES.
               05  payhist-rec-period   PIC 9(06) VALUE ZEROES.
               05  payhist-rec-period-r REDEFINES payhist-rec-period.
                   07  payhist-rec-year PIC 9(04).
                   07  payhist-rec-mm   PIC 9(02).
               05  payhist-rec-run-type PIC X(01) VALUE "R".
                   88  sw-payhist-rec-run-regular     VALUES "R",
                                                                SPACE.
                   88  sw-payhist-rec-run-supplement  VALUE "S".
                   88  sw-payhist-rec-run-reversed    VALUE "V".
                   88  sw-payhist-rec-run-final       VALUE "F".
               05  payhist-rec-run-seq  PIC 9(02) VALUE ZEROES.
           03  payhist-rec-basic        PIC 9(06) VALUE ZEROES.
           03  payhist-rec-da           PIC 9(06) VALUE ZEROES.
           03  payhist-rec-hra          PIC 9(06) VALUE ZEROES.
           03  payhist-rec-mi           PIC 9(06) VALUE ZEROES.
           03  payhist-rec-it-ded       PIC 9(06) VALUE ZEROES.
           03  payhist-rec-oth-ded      PIC 9(06) VALUE ZEROES.
           03  payhist-rec-pf-ded       PIC 9(06) VALUE ZEROES.
           03  payhist-rec-gross        PIC 9(07) VALUE ZEROES.
           03  payhist-rec-deduction    PIC 9(07) VALUE ZEROES.
           03  payhist-rec-net          PIC 9(07) VALUE ZEROES.
           03  payhist-rec-ot-pay       PIC 9(06) VALUE ZEROES.
           03  payhist-rec-comm-pay     PIC 9(06) VALUE ZEROES.
           03  payhist-rec-retro-pay    PIC 9(06) VALUE ZEROES.
           03  payhist-rec-shift-pay    PIC 9(06) VALUE ZEROES.
           03  payhist-rec-ss-ee        PIC 9(06) VALUE ZEROES.
           03  payhist-rec-ss-er        PIC 9(06) VALUE ZEROES.
           03  payhist-rec-tp-ded       PIC 9(06) VALUE ZEROES.

       FD  PfLedger
           RECORD CONTAINS 33 CHARACTERS.

       01  pfled-rec.
           03  pfled-rec-code            PIC 9(06) VALUE ZEROES.
           03  pfled-rec-period          PIC 9(06) VALUE ZEROES.
           03  pfled-rec-period-r REDEFINES pfled-rec-period.
               05  pfled-rec-year        PIC 9(04).
               05  pfled-rec-mm          PIC 9(02).
           03  pfled-rec-emp-contrib     PIC 9(06) VALUE ZEROES.
           03  pfled-rec-er-match        PIC 9(06) VALUE ZEROES.
           03  pfled-rec-balance         PIC 9(09) VALUE ZEROES.

       FD  BenPlan
           RECORD CONTAINS 36 CHARACTERS.

       01  benplan-rec.
           03  benplan-rec-plan          PIC X(04) VALUE SPACES.
           03  benplan-rec-descr         PIC X(20) VALUE SPACES.
           03  benplan-rec-emp-prem      PIC 9(06) VALUE ZEROES.
           03  benplan-rec-er-cost       PIC 9(06) VALUE ZEROES.

       FD  BenEnrol
           RECORD CONTAINS 26 CHARACTERS.

       01  benenrol-rec.
           03  benenrol-rec-code         PIC 9(06) VALUE ZEROES.
           03  benenrol-rec-plan         PIC X(04) VALUE SPACES.
           03  benenrol-rec-start        PIC 9(08) VALUE ZEROES.
           03  benenrol-rec-start-r REDEFINES benenrol-rec-start.
               05  benenrol-rec-start-ym PIC 9(06).
               05  FILLER                PIC 9(02).
           03  benenrol-rec-stop         PIC 9(08) VALUE ZEROES.
           03  benenrol-rec-stop-r REDEFINES benenrol-rec-stop.
               05  benenrol-rec-stop-ym  PIC 9(06).
               05  FILLER                PIC 9(02).

       FD  OhdRate
           RECORD CONTAINS 16 CHARACTERS.

       01  ohd-rec.
           03  ohd-rec-cod-cat           PIC 9(04) VALUE ZEROES.
           03  ohd-rec-pct               PIC 9(03)V9(02)
                                                   VALUE ZEROES.
           03  ohd-rec-per-head          PIC 9(07) VALUE ZEROES.

       FD  StmtFile
           RECORD CONTAINS 80 CHARACTERS.

       01  f-StmtFile-rec               PIC X(80) VALUE SPACES.

       FD  CtcCat
           RECORD CONTAINS 41 CHARACTERS.

       01  ctccat-rec.
           03  ctccat-rec-year           PIC 9(04) VALUE ZEROES.
           03  ctccat-rec-cod-cat        PIC 9(04) VALUE ZEROES.
           03  ctccat-rec-headcount      PIC 9(06) VALUE ZEROES.
           03  ctccat-rec-gross          PIC 9(11) VALUE ZEROES.
           03  ctccat-rec-total-cost     PIC 9(11) VALUE ZEROES.
           03  ctccat-rec-loading-pct    PIC 9(03)V9(02)
                                                   VALUE ZEROES.

       WORKING-STORAGE SECTION.
       77  fs-IdxFile                   PIC X(02) VALUE SPACES.
       77  fs-PayHist                   PIC X(02) VALUE SPACES.
       77  fs-PfLedger                  PIC X(02) VALUE SPACES.
       77  fs-BenPlan                   PIC X(02) VALUE SPACES.
       77  fs-BenEnrol                  PIC X(02) VALUE SPACES.
       77  fs-OhdRate                   PIC X(02) VALUE SPACES.
       77  fs-StmtFile                  PIC X(02) VALUE SPACES.
       77  fs-CtcCat                    PIC X(02) VALUE SPACES.

       77  ws-IdxFile-name              PIC X(12) VALUE SPACES.
       77  ws-PayHist-name              PIC X(12) VALUE "PayHist".
       77  ws-PfLedger-name             PIC X(12) VALUE "PfLedger".
       77  ws-BenPlan-name              PIC X(12) VALUE "BenPlan".
       77  ws-BenEnrol-name             PIC X(12) VALUE "BenEnrol".
       77  ws-OhdRate-name              PIC X(12) VALUE "OhdRate".
       77  ws-StmtFile-name             PIC X(12) VALUE SPACES.
       77  ws-CtcCat-name               PIC X(12) VALUE "CtcCat".

       77  ws-eof-PayHist               PIC X(01) VALUE 'N'.
           88  sw-eof-PayHist-Y                   VALUE 'Y'.
       77  ws-eof-PfLedger              PIC X(01) VALUE 'N'.
           88  sw-eof-PfLedger-Y                  VALUE 'Y'.
       77  ws-eof-BenPlan               PIC X(01) VALUE 'N'.
           88  sw-eof-BenPlan-Y                   VALUE 'Y'.
       77  ws-eof-BenEnrol              PIC X(01) VALUE 'N'.
           88  sw-eof-BenEnrol-Y                  VALUE 'Y'.
       77  ws-eof-OhdRate               PIC X(01) VALUE 'N'.
           88  sw-eof-OhdRate-Y                   VALUE 'Y'.
       77  ws-eof-CtcCat                PIC X(01) VALUE 'N'.
           88  sw-eof-CtcCat-Y                    VALUE 'Y'.

       78  cte-01                                 VALUE 01.
       78  cte-emp-tbl-max                        VALUE 1000.
       78  cte-plan-tbl-max                       VALUE 50.
       78  cte-ohd-tbl-max                        VALUE 100.
       78  cte-cat-tbl-max                        VALUE 100.
       78  cte-ctc-tbl-max                        VALUE 1000.

       01  ws-selection-criteria.
           03  ws-sel-year              PIC 9(04) VALUE ZEROES.
           03  ws-sel-ym                PIC 9(06) VALUE ZEROES.
           03  ws-sel-mm                PIC 9(02) VALUE ZEROES.

       01  ws-rptarc-fields.
           03  ws-rptarc-program        PIC X(08) VALUE "CtcStmt".
           03  ws-rptarc-report         PIC X(40) VALUE SPACES.
           03  ws-rptarc-period         PIC 9(06) VALUE ZEROES.
           03  ws-rptarc-operator       PIC X(08) VALUE SPACES.
           03  ws-rptarc-pages          PIC 9(05) VALUE ZEROES.

       01  ws-run-counters.
           03  ws-history-rows          PIC 9(06) VALUE ZEROES.
           03  ws-pf-rows               PIC 9(06) VALUE ZEROES.
           03  ws-enrol-rows            PIC 9(06) VALUE ZEROES.
           03  ws-statement-pages       PIC 9(04) VALUE ZEROES.
           03  ws-not-on-master         PIC 9(04) VALUE ZEROES.

       01  ws-employee-table-controls.
           03  ws-emp-tbl-count         PIC 9(04) VALUE ZEROES.
           03  ws-emp-sub               PIC 9(04) VALUE ZEROES.
           03  ws-emp-found-sub         PIC 9(04) VALUE ZEROES.
           03  ws-emp-seek-code         PIC 9(06) VALUE ZEROES.
           03  ws-emp-overflow-sw       PIC X(01) VALUE 'N'.
               88  sw-emp-overflow-Y              VALUE 'Y'.

       01  ws-employee-table.
           03  ws-emp-entry OCCURS cte-emp-tbl-max TIMES.
               05  ws-emp-code          PIC 9(06).
               05  ws-emp-name          PIC X(20).
               05  ws-emp-cat           PIC 9(04).
               05  ws-emp-periods       PIC 9(03).
               05  ws-emp-gross         PIC 9(09).
               05  ws-emp-pf-er         PIC 9(08).
               05  ws-emp-ben-er        PIC 9(08).
               05  ws-emp-ss-er         PIC 9(08).
               05  ws-emp-overhead      PIC 9(08).
               05  ws-emp-total         PIC 9(10).
               05  ws-emp-paid-month    PIC X(01) OCCURS 12 TIMES.

       01  ws-plan-controls.
           03  ws-plan-tbl-count        PIC 9(02) VALUE ZEROES.
           03  ws-plan-sub              PIC 9(02) VALUE ZEROES.
           03  ws-plan-found-sub        PIC 9(02) VALUE ZEROES.

       01  ws-plan-table.
           03  ws-plan-entry OCCURS cte-plan-tbl-max TIMES.
               05  ws-plan-code         PIC X(04).
               05  ws-plan-er-cost      PIC 9(06).

       01  ws-ohd-controls.
           03  ws-ohd-tbl-count         PIC 9(03) VALUE ZEROES.
           03  ws-ohd-sub               PIC 9(03) VALUE ZEROES.
           03  ws-ohd-found-sub         PIC 9(03) VALUE ZEROES.
           03  ws-ohd-seek-cat          PIC 9(04) VALUE ZEROES.

       01  ws-ohd-table.
           03  ws-ohd-entry OCCURS cte-ohd-tbl-max TIMES.
               05  ws-ohd-cat           PIC 9(04).
               05  ws-ohd-pct           PIC 9(03)V9(02).
               05  ws-ohd-per-head      PIC 9(07).

       01  ws-cat-controls.
           03  ws-cat-tbl-count         PIC 9(03) VALUE ZEROES.
           03  ws-cat-sub               PIC 9(03) VALUE ZEROES.
           03  ws-cat-found-sub         PIC 9(03) VALUE ZEROES.

       01  ws-cat-table.
           03  ws-cat-entry OCCURS cte-cat-tbl-max TIMES.
               05  ws-cat-cod           PIC 9(04).
               05  ws-cat-headcount     PIC 9(06).
               05  ws-cat-gross         PIC 9(11).
               05  ws-cat-pf-er         PIC 9(10).
               05  ws-cat-ben-er        PIC 9(10).
               05  ws-cat-ss-er         PIC 9(10).
               05  ws-cat-overhead      PIC 9(10).
               05  ws-cat-total         PIC 9(11).

       01  ws-ctc-controls.
           03  ws-ctc-tbl-count         PIC 9(04) VALUE ZEROES.
           03  ws-ctc-sub               PIC 9(04) VALUE ZEROES.
           03  ws-ctc-overflow-sw       PIC X(01) VALUE 'N'.
               88  sw-ctc-overflow-Y              VALUE 'Y'.

       01  ws-ctc-table.
           03  ws-ctc-record OCCURS cte-ctc-tbl-max TIMES
                                        PIC X(41).

       01  ws-grand-totals.
           03  ws-gt-gross              PIC 9(11) VALUE ZEROES.
           03  ws-gt-pf-er              PIC 9(10) VALUE ZEROES.
           03  ws-gt-ben-er             PIC 9(10) VALUE ZEROES.
           03  ws-gt-ss-er              PIC 9(10) VALUE ZEROES.
           03  ws-gt-overhead           PIC 9(10) VALUE ZEROES.
           03  ws-gt-total              PIC 9(11) VALUE ZEROES.
           03  ws-st-total              PIC 9(11) VALUE ZEROES.

       01  ws-work-fields.
           03  ws-months-paid           PIC 9(02) VALUE ZEROES.
           03  ws-per-head              PIC 9(09) VALUE ZEROES.
           03  ws-loading-pct           PIC 9(03)V9(02) VALUE ZEROES.

       01  ws-statement-line            PIC X(80) VALUE SPACES.
       01  ws-ed-amount                 PIC Z,ZZZ,ZZZ,ZZ9
                                                  VALUE ZEROES.

       01  ws-summary-line.
           03  ws-sl-cat                PIC 9(04) VALUE ZEROES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-sl-headcount          PIC ZZZZZ9 VALUE ZEROES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-sl-gross              PIC ZZZ,ZZZ,ZZ9 VALUE ZEROES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-sl-employer           PIC ZZZ,ZZZ,ZZ9 VALUE ZEROES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-sl-overhead           PIC ZZZ,ZZZ,ZZ9 VALUE ZEROES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-sl-total              PIC ZZZ,ZZZ,ZZ9 VALUE ZEROES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-sl-per-head           PIC ZZZ,ZZZ,ZZ9 VALUE ZEROES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-sl-loading            PIC ZZ9.99 VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "Annual total cost-to-company statements."

           DISPLAY "Statement year (CCYY)     : " WITH NO ADVANCING
           ACCEPT ws-sel-year

           DISPLAY "Employee index file       : " WITH NO ADVANCING
           ACCEPT ws-IdxFile-name

           DISPLAY "Statements output file    : " WITH NO ADVANCING
           ACCEPT ws-StmtFile-name

           IF ws-sel-year EQUAL ZEROES
           OR ws-IdxFile-name EQUAL SPACES
           OR ws-StmtFile-name EQUAL SPACES
              DISPLAY "The year, the index file and the statements "
                      "file are all needed. Nothing produced."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT PayHist

           IF fs-PayHist NOT EQUAL "00"
              CLOSE PayHist
              DISPLAY "*** WARNING: the pay history file could not "
                      "be opened. No statements produced. ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           COMPUTE payhist-rec-period = ws-sel-year * 100 + 1

           START PayHist KEY IS NOT LESS THAN payhist-rec-period
                 INVALID KEY
                         SET sw-eof-PayHist-Y TO TRUE
           END-START

           PERFORM Accumulate-One-History-Row
             UNTIL sw-eof-PayHist-Y

           CLOSE PayHist

           IF sw-emp-overflow-Y
              DISPLAY "*** The employee table is full at ["
                      cte-emp-tbl-max "] employees. No statements "
                      "were produced. ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF ws-emp-tbl-count EQUAL ZEROES
              DISPLAY "No pay history rows were found for ["
                      ws-sel-year "]."
              STOP RUN
           END-IF

           PERFORM Accumulate-Pf-Employer-Match
             THRU Accumulate-Pf-Employer-Match-Exit

           PERFORM Load-Benefit-Plans
             THRU Load-Benefit-Plans-Exit

           PERFORM Accumulate-Benefit-Employer-Cost
             THRU Accumulate-Benefit-Employer-Cost-Exit

           PERFORM Load-Overhead-Rates
             THRU Load-Overhead-Rates-Exit

           OPEN INPUT IdxFile

           IF fs-IdxFile NOT EQUAL "00"
              CLOSE IdxFile
              DISPLAY "*** The employee index file could not be "
                      "opened. No statements produced. ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM Complete-One-Employee
           VARYING ws-emp-sub FROM 1 BY 1
             UNTIL ws-emp-sub GREATER ws-emp-tbl-count

           CLOSE IdxFile

           OPEN OUTPUT StmtFile

           IF fs-StmtFile NOT EQUAL "00" AND fs-StmtFile NOT EQUAL
              "05"
              CLOSE StmtFile
              DISPLAY "*** WARNING: the statements file could not "
                      "be opened. Nothing written. ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM Write-One-Statement-Page
           VARYING ws-emp-sub FROM 1 BY 1
             UNTIL ws-emp-sub GREATER ws-emp-tbl-count

           CLOSE StmtFile

           COMPUTE ws-rptarc-period = ws-sel-year * 100 + 12
           MOVE ws-statement-pages TO ws-rptarc-pages
           MOVE ws-StmtFile-name TO ws-rptarc-report
           CALL "RptArc" USING ws-rptarc-program
                               ws-rptarc-report
                               ws-rptarc-period
                               ws-rptarc-operator
                               ws-rptarc-pages

           PERFORM Print-Category-Summary

           PERFORM Rewrite-Category-Cost-File
             THRU Rewrite-Category-Cost-File-Exit

           PERFORM Print-Control-Report

           STOP RUN.

       Accumulate-One-History-Row.
           READ PayHist NEXT RECORD
             AT END
                SET sw-eof-PayHist-Y TO TRUE

            NOT AT END
                IF payhist-rec-year GREATER ws-sel-year
                   SET sw-eof-PayHist-Y TO TRUE
                ELSE
                IF  payhist-rec-year EQUAL ws-sel-year
                AND NOT sw-payhist-rec-run-reversed
                    ADD cte-01 TO ws-history-rows

                    MOVE payhist-rec-code TO ws-emp-seek-code
                    PERFORM Find-Or-Add-Employee

                    IF ws-emp-found-sub GREATER ZEROES
                       ADD payhist-rec-gross
                         TO ws-emp-gross  (ws-emp-found-sub)
                       ADD payhist-rec-ss-er
                         TO ws-emp-ss-er  (ws-emp-found-sub)

                       IF  payhist-rec-mm GREATER ZEROES
                       AND payhist-rec-mm NOT GREATER 12
                       AND NOT sw-payhist-rec-run-supplement
                           IF ws-emp-paid-month (ws-emp-found-sub,
                                                 payhist-rec-mm)
                              NOT EQUAL "Y"
                              MOVE "Y"
                                TO ws-emp-paid-month
                                   (ws-emp-found-sub, payhist-rec-mm)
                              ADD cte-01
                                TO ws-emp-periods (ws-emp-found-sub)
                           END-IF
                       END-IF
                    END-IF
                END-IF
                END-IF
           END-READ.

       Find-Employee-Entry.
           MOVE ZEROES TO ws-emp-found-sub

           PERFORM Match-Employee-Entry
           VARYING ws-emp-sub FROM 1 BY 1
             UNTIL ws-emp-sub GREATER ws-emp-tbl-count
                OR ws-emp-found-sub GREATER ZEROES.

       Match-Employee-Entry.
           IF ws-emp-code (ws-emp-sub) EQUAL ws-emp-seek-code
              MOVE ws-emp-sub TO ws-emp-found-sub
           END-IF.

       Find-Or-Add-Employee.
           PERFORM Find-Employee-Entry

           IF ws-emp-found-sub EQUAL ZEROES
              IF ws-emp-tbl-count LESS cte-emp-tbl-max
                 ADD cte-01 TO ws-emp-tbl-count
                 MOVE ws-emp-tbl-count TO ws-emp-found-sub
                 INITIALIZE ws-emp-entry (ws-emp-found-sub)
                 MOVE ws-emp-seek-code
                   TO ws-emp-code (ws-emp-found-sub)
              ELSE
                 SET sw-emp-overflow-Y TO TRUE
              END-IF
           END-IF.

       Accumulate-Pf-Employer-Match.
           MOVE 'N' TO ws-eof-PfLedger

           OPEN INPUT PfLedger

           IF fs-PfLedger NOT EQUAL "00"
              CLOSE PfLedger
              DISPLAY "No PF ledger was found: the employer PF "
                      "match is left out."
              GO TO Accumulate-Pf-Employer-Match-Exit
           END-IF

           PERFORM Read-One-Pf-Row
             UNTIL sw-eof-PfLedger-Y

           CLOSE PfLedger.
       Accumulate-Pf-Employer-Match-Exit.
           EXIT.

       Read-One-Pf-Row.
           READ PfLedger RECORD
             AT END
                SET sw-eof-PfLedger-Y TO TRUE

            NOT AT END
                IF pfled-rec-year EQUAL ws-sel-year
                   MOVE pfled-rec-code TO ws-emp-seek-code
                   PERFORM Find-Employee-Entry

                   IF ws-emp-found-sub GREATER ZEROES
                      ADD cte-01 TO ws-pf-rows
                      ADD pfled-rec-er-match
                        TO ws-emp-pf-er (ws-emp-found-sub)
                   END-IF
                END-IF
           END-READ.

       Load-Benefit-Plans.
           MOVE ZEROES TO ws-plan-tbl-count
           MOVE 'N'    TO ws-eof-BenPlan

           OPEN INPUT BenPlan

           IF fs-BenPlan NOT EQUAL "00"
              CLOSE BenPlan
              DISPLAY "No benefit plan file was found: the "
                      "employer benefit cost is left out."
              GO TO Load-Benefit-Plans-Exit
           END-IF

           PERFORM Read-One-Plan-Row
             UNTIL sw-eof-BenPlan-Y

           CLOSE BenPlan.
       Load-Benefit-Plans-Exit.
           EXIT.

       Read-One-Plan-Row.
           READ BenPlan RECORD
             AT END
                SET sw-eof-BenPlan-Y TO TRUE

            NOT AT END
                IF ws-plan-tbl-count LESS cte-plan-tbl-max
                   ADD cte-01 TO ws-plan-tbl-count
                   MOVE benplan-rec-plan
                     TO ws-plan-code    (ws-plan-tbl-count)
                   MOVE benplan-rec-er-cost
                     TO ws-plan-er-cost (ws-plan-tbl-count)
                ELSE
                   SET sw-eof-BenPlan-Y TO TRUE
                END-IF
           END-READ.

       Accumulate-Benefit-Employer-Cost.
           MOVE 'N' TO ws-eof-BenEnrol

           IF ws-plan-tbl-count EQUAL ZEROES
              GO TO Accumulate-Benefit-Employer-Cost-Exit
           END-IF

           OPEN INPUT BenEnrol

           IF fs-BenEnrol NOT EQUAL "00"
              CLOSE BenEnrol
              GO TO Accumulate-Benefit-Employer-Cost-Exit
           END-IF

           PERFORM Read-One-Enrolment
             UNTIL sw-eof-BenEnrol-Y

           CLOSE BenEnrol.
       Accumulate-Benefit-Employer-Cost-Exit.
           EXIT.

       Read-One-Enrolment.
           READ BenEnrol RECORD
             AT END
                SET sw-eof-BenEnrol-Y TO TRUE

            NOT AT END
                MOVE benenrol-rec-code TO ws-emp-seek-code
                PERFORM Find-Employee-Entry

                MOVE ZEROES TO ws-plan-found-sub

                PERFORM Match-Plan-Entry
                VARYING ws-plan-sub FROM 1 BY 1
                  UNTIL ws-plan-sub GREATER ws-plan-tbl-count
                     OR ws-plan-found-sub GREATER ZEROES

                IF  ws-emp-found-sub GREATER ZEROES
                AND ws-plan-found-sub GREATER ZEROES
                    ADD cte-01 TO ws-enrol-rows

                    PERFORM Charge-One-Enrolled-Month
                    VARYING ws-sel-mm FROM 1 BY 1
                      UNTIL ws-sel-mm GREATER 12
                END-IF
           END-READ.

       Match-Plan-Entry.
           IF ws-plan-code (ws-plan-sub) EQUAL benenrol-rec-plan
              MOVE ws-plan-sub TO ws-plan-found-sub
           END-IF.

       Charge-One-Enrolled-Month.
           COMPUTE ws-sel-ym = ws-sel-year * 100 + ws-sel-mm

           IF  ws-emp-paid-month (ws-emp-found-sub, ws-sel-mm)
               EQUAL "Y"
           AND benenrol-rec-start-ym NOT GREATER ws-sel-ym
           AND (benenrol-rec-stop EQUAL ZEROES
            OR  benenrol-rec-stop-ym NOT LESS ws-sel-ym)
               ADD ws-plan-er-cost (ws-plan-found-sub)
                 TO ws-emp-ben-er (ws-emp-found-sub)
           END-IF.

       Load-Overhead-Rates.
           MOVE ZEROES TO ws-ohd-tbl-count
           MOVE 'N'    TO ws-eof-OhdRate

           OPEN INPUT OhdRate

           IF fs-OhdRate NOT EQUAL "00"
              CLOSE OhdRate
              DISPLAY "No overhead rate file was found: no "
                      "overheads are allocated."
              GO TO Load-Overhead-Rates-Exit
           END-IF

           PERFORM Read-One-Overhead-Row
             UNTIL sw-eof-OhdRate-Y

           CLOSE OhdRate.
       Load-Overhead-Rates-Exit.
           EXIT.

       Read-One-Overhead-Row.
           READ OhdRate RECORD
             AT END
                SET sw-eof-OhdRate-Y TO TRUE

            NOT AT END
                IF ws-ohd-tbl-count LESS cte-ohd-tbl-max
                   ADD cte-01 TO ws-ohd-tbl-count
                   MOVE ohd-rec-cod-cat
                     TO ws-ohd-cat      (ws-ohd-tbl-count)
                   MOVE ohd-rec-pct
                     TO ws-ohd-pct      (ws-ohd-tbl-count)
                   MOVE ohd-rec-per-head
                     TO ws-ohd-per-head (ws-ohd-tbl-count)
                ELSE
                   SET sw-eof-OhdRate-Y TO TRUE
                END-IF
           END-READ.

       Complete-One-Employee.
           MOVE ws-emp-code (ws-emp-sub) TO f-IdxFile-rec-cod-employee

           READ IdxFile RECORD
               INVALID KEY
                  ADD cte-01 TO ws-not-on-master
                  MOVE "*** NOT ON MASTER ***"
                    TO ws-emp-name (ws-emp-sub)
                  MOVE ZEROES TO ws-emp-cat (ws-emp-sub)

              NOT INVALID KEY
                  MOVE f-IdxFile-rec-name-employee
                    TO ws-emp-name (ws-emp-sub)
                  MOVE f-IdxFile-rec-cod-cat-employee
                    TO ws-emp-cat  (ws-emp-sub)
           END-READ

           MOVE ws-emp-cat (ws-emp-sub) TO ws-ohd-seek-cat
           PERFORM Find-Overhead-Rate

           IF ws-ohd-found-sub EQUAL ZEROES
              MOVE ZEROES TO ws-ohd-seek-cat
              PERFORM Find-Overhead-Rate
           END-IF

           MOVE ZEROES TO ws-emp-overhead (ws-emp-sub)

           IF ws-ohd-found-sub GREATER ZEROES
              COMPUTE ws-emp-overhead (ws-emp-sub) ROUNDED =
                      ws-emp-gross (ws-emp-sub)
                    * ws-ohd-pct (ws-ohd-found-sub) / 100
                    + ws-ohd-per-head (ws-ohd-found-sub)
                    * ws-emp-periods (ws-emp-sub) / 12
           END-IF

           COMPUTE ws-emp-total (ws-emp-sub) =
                   ws-emp-gross    (ws-emp-sub)
                 + ws-emp-pf-er    (ws-emp-sub)
                 + ws-emp-ben-er   (ws-emp-sub)
                 + ws-emp-ss-er    (ws-emp-sub)
                 + ws-emp-overhead (ws-emp-sub)

           ADD ws-emp-gross    (ws-emp-sub) TO ws-gt-gross
           ADD ws-emp-pf-er    (ws-emp-sub) TO ws-gt-pf-er
           ADD ws-emp-ben-er   (ws-emp-sub) TO ws-gt-ben-er
           ADD ws-emp-ss-er    (ws-emp-sub) TO ws-gt-ss-er
           ADD ws-emp-overhead (ws-emp-sub) TO ws-gt-overhead
           ADD ws-emp-total    (ws-emp-sub) TO ws-gt-total

           PERFORM Post-To-Category.

       Find-Overhead-Rate.
           MOVE ZEROES TO ws-ohd-found-sub

           PERFORM Match-Overhead-Rate
           VARYING ws-ohd-sub FROM 1 BY 1
             UNTIL ws-ohd-sub GREATER ws-ohd-tbl-count
                OR ws-ohd-found-sub GREATER ZEROES.

       Match-Overhead-Rate.
           IF ws-ohd-cat (ws-ohd-sub) EQUAL ws-ohd-seek-cat
              MOVE ws-ohd-sub TO ws-ohd-found-sub
           END-IF.

       Post-To-Category.
           MOVE ZEROES TO ws-cat-found-sub

           PERFORM Match-Category-Entry
           VARYING ws-cat-sub FROM 1 BY 1
             UNTIL ws-cat-sub GREATER ws-cat-tbl-count
                OR ws-cat-found-sub GREATER ZEROES

           IF ws-cat-found-sub EQUAL ZEROES
              IF ws-cat-tbl-count LESS cte-cat-tbl-max
                 ADD cte-01 TO ws-cat-tbl-count
                 MOVE ws-cat-tbl-count TO ws-cat-found-sub
                 INITIALIZE ws-cat-entry (ws-cat-found-sub)
                 MOVE ws-emp-cat (ws-emp-sub)
                   TO ws-cat-cod (ws-cat-found-sub)
              ELSE
                 DISPLAY "*** WARNING: the category table is full. "
                         "Category [" ws-emp-cat (ws-emp-sub)
                         "] is left out of the summary. ***"
              END-IF
           END-IF

           IF ws-cat-found-sub GREATER ZEROES
              ADD cte-01
                TO ws-cat-headcount (ws-cat-found-sub)
              ADD ws-emp-gross    (ws-emp-sub)
                TO ws-cat-gross     (ws-cat-found-sub)
              ADD ws-emp-pf-er    (ws-emp-sub)
                TO ws-cat-pf-er     (ws-cat-found-sub)
              ADD ws-emp-ben-er   (ws-emp-sub)
                TO ws-cat-ben-er    (ws-cat-found-sub)
              ADD ws-emp-ss-er    (ws-emp-sub)
                TO ws-cat-ss-er     (ws-cat-found-sub)
              ADD ws-emp-overhead (ws-emp-sub)
                TO ws-cat-overhead  (ws-cat-found-sub)
              ADD ws-emp-total    (ws-emp-sub)
                TO ws-cat-total     (ws-cat-found-sub)
           END-IF.

       Match-Category-Entry.
           IF ws-cat-cod (ws-cat-sub) EQUAL ws-emp-cat (ws-emp-sub)
              MOVE ws-cat-sub TO ws-cat-found-sub
           END-IF.

       Write-One-Statement-Page.
           ADD cte-01 TO ws-statement-pages
           ADD ws-emp-total (ws-emp-sub) TO ws-st-total

           MOVE ALL "=" TO ws-statement-line
           WRITE f-StmtFile-rec FROM ws-statement-line

           MOVE SPACES TO ws-statement-line
           STRING "TOTAL COST-TO-COMPANY STATEMENT - YEAR ["
                  ws-sel-year "]"
                  DELIMITED BY SIZE INTO ws-statement-line
           WRITE f-StmtFile-rec FROM ws-statement-line

           MOVE SPACES TO ws-statement-line
           STRING "Employee       : [" ws-emp-code (ws-emp-sub) "] ["
                  ws-emp-name (ws-emp-sub) "]"
                  DELIMITED BY SIZE INTO ws-statement-line
           WRITE f-StmtFile-rec FROM ws-statement-line

           MOVE SPACES TO ws-statement-line
           STRING "Category       : [" ws-emp-cat (ws-emp-sub)
                  "]  Months paid: [" ws-emp-periods (ws-emp-sub) "]"
                  DELIMITED BY SIZE INTO ws-statement-line
           WRITE f-StmtFile-rec FROM ws-statement-line

           MOVE ws-emp-gross (ws-emp-sub) TO ws-ed-amount
           MOVE SPACES TO ws-statement-line
           STRING "Gross pay      : [" ws-ed-amount "]"
                  DELIMITED BY SIZE INTO ws-statement-line
           WRITE f-StmtFile-rec FROM ws-statement-line

           MOVE ws-emp-pf-er (ws-emp-sub) TO ws-ed-amount
           MOVE SPACES TO ws-statement-line
           STRING "Employer PF    : [" ws-ed-amount "]"
                  DELIMITED BY SIZE INTO ws-statement-line
           WRITE f-StmtFile-rec FROM ws-statement-line

           MOVE ws-emp-ben-er (ws-emp-sub) TO ws-ed-amount
           MOVE SPACES TO ws-statement-line
           STRING "Benefits       : [" ws-ed-amount "]"
                  DELIMITED BY SIZE INTO ws-statement-line
           WRITE f-StmtFile-rec FROM ws-statement-line

           MOVE ws-emp-ss-er (ws-emp-sub) TO ws-ed-amount
           MOVE SPACES TO ws-statement-line
           STRING "Employer SS    : [" ws-ed-amount "]"
                  DELIMITED BY SIZE INTO ws-statement-line
           WRITE f-StmtFile-rec FROM ws-statement-line

           MOVE ws-emp-overhead (ws-emp-sub) TO ws-ed-amount
           MOVE SPACES TO ws-statement-line
           STRING "Overheads      : [" ws-ed-amount "]"
                  DELIMITED BY SIZE INTO ws-statement-line
           WRITE f-StmtFile-rec FROM ws-statement-line

           MOVE ws-emp-total (ws-emp-sub) TO ws-ed-amount
           MOVE SPACES TO ws-statement-line
           STRING "TOTAL COST     : [" ws-ed-amount "]"
                  DELIMITED BY SIZE INTO ws-statement-line
           WRITE f-StmtFile-rec FROM ws-statement-line

           MOVE SPACES TO ws-statement-line
           WRITE f-StmtFile-rec FROM ws-statement-line.

       Print-Category-Summary.
           DISPLAY SPACE
           DISPLAY "+===+====+===+====+===+====+===+====+===+"
           DISPLAY "|  Cost-to-company by category [" ws-sel-year
                   "].   |"
           DISPLAY "+===+====+===+====+===+====+===+====+===+"
           DISPLAY "Cat.  Heads       Gross Employer on   "
                   "Overheads  Total cost    Per head Load %"

           PERFORM Print-One-Category
           VARYING ws-cat-sub FROM 1 BY 1
             UNTIL ws-cat-sub GREATER ws-cat-tbl-count.

       Print-One-Category.
           MOVE ZEROES TO ws-per-head
                          ws-loading-pct

           IF ws-cat-headcount (ws-cat-sub) GREATER ZEROES
              COMPUTE ws-per-head ROUNDED =
                      ws-cat-total (ws-cat-sub)
                    / ws-cat-headcount (ws-cat-sub)
           END-IF

           IF ws-cat-gross (ws-cat-sub) GREATER ZEROES
              COMPUTE ws-loading-pct ROUNDED =
                      (ws-cat-total (ws-cat-sub)
                     - ws-cat-gross (ws-cat-sub)) * 100
                    / ws-cat-gross (ws-cat-sub)
           END-IF

           MOVE ws-cat-cod       (ws-cat-sub) TO ws-sl-cat
           MOVE ws-cat-headcount (ws-cat-sub) TO ws-sl-headcount
           MOVE ws-cat-gross     (ws-cat-sub) TO ws-sl-gross
           COMPUTE ws-sl-employer =
                   ws-cat-pf-er  (ws-cat-sub)
                 + ws-cat-ben-er (ws-cat-sub)
                 + ws-cat-ss-er  (ws-cat-sub)
           MOVE ws-cat-overhead  (ws-cat-sub) TO ws-sl-overhead
           MOVE ws-cat-total     (ws-cat-sub) TO ws-sl-total
           MOVE ws-per-head                   TO ws-sl-per-head
           MOVE ws-loading-pct                TO ws-sl-loading

           DISPLAY ws-summary-line.

       Rewrite-Category-Cost-File.
           MOVE ZEROES TO ws-ctc-tbl-count
           MOVE 'N'    TO ws-eof-CtcCat
                          ws-ctc-overflow-sw

           OPEN INPUT CtcCat

           IF fs-CtcCat EQUAL "00"
              PERFORM Keep-One-Other-Year
                UNTIL sw-eof-CtcCat-Y
           END-IF

           CLOSE CtcCat

           IF sw-ctc-overflow-Y
              DISPLAY "*** WARNING: the category cost file holds "
                      "more than [" cte-ctc-tbl-max "] rows. It was "
                      "not updated. ***"
              GO TO Rewrite-Category-Cost-File-Exit
           END-IF

           OPEN OUTPUT CtcCat

           IF fs-CtcCat NOT EQUAL "00" AND fs-CtcCat NOT EQUAL "05"
              CLOSE CtcCat
              DISPLAY "*** WARNING: the category cost file could "
                      "not be written. ***"
              GO TO Rewrite-Category-Cost-File-Exit
           END-IF

           PERFORM Write-One-Kept-Year
           VARYING ws-ctc-sub FROM 1 BY 1
             UNTIL ws-ctc-sub GREATER ws-ctc-tbl-count

           PERFORM Write-One-Category-Cost
           VARYING ws-cat-sub FROM 1 BY 1
             UNTIL ws-cat-sub GREATER ws-cat-tbl-count

           CLOSE CtcCat

           DISPLAY "The category cost loadings for [" ws-sel-year
                   "] were written to [" ws-CtcCat-name "] for "
                   "budget preparation.".
       Rewrite-Category-Cost-File-Exit.
           EXIT.

       Keep-One-Other-Year.
           READ CtcCat RECORD
             AT END
                SET sw-eof-CtcCat-Y TO TRUE

            NOT AT END
                IF ctccat-rec-year NOT EQUAL ws-sel-year
                   IF ws-ctc-tbl-count LESS cte-ctc-tbl-max
                      ADD cte-01 TO ws-ctc-tbl-count
                      MOVE ctccat-rec
                        TO ws-ctc-record (ws-ctc-tbl-count)
                   ELSE
                      SET sw-ctc-overflow-Y TO TRUE
                      SET sw-eof-CtcCat-Y   TO TRUE
                   END-IF
                END-IF
           END-READ.

       Write-One-Kept-Year.
           MOVE ws-ctc-record (ws-ctc-sub) TO ctccat-rec
           WRITE ctccat-rec.

       Write-One-Category-Cost.
           MOVE ZEROES TO ws-loading-pct

           IF ws-cat-gross (ws-cat-sub) GREATER ZEROES
              COMPUTE ws-loading-pct ROUNDED =
                      (ws-cat-total (ws-cat-sub)
                     - ws-cat-gross (ws-cat-sub)) * 100
                    / ws-cat-gross (ws-cat-sub)
           END-IF

           MOVE ws-sel-year                   TO ctccat-rec-year
           MOVE ws-cat-cod       (ws-cat-sub) TO ctccat-rec-cod-cat
           MOVE ws-cat-headcount (ws-cat-sub) TO ctccat-rec-headcount
           MOVE ws-cat-gross     (ws-cat-sub) TO ctccat-rec-gross
           MOVE ws-cat-total     (ws-cat-sub)
             TO ctccat-rec-total-cost
           MOVE ws-loading-pct                TO ctccat-rec-loading-pct

           WRITE ctccat-rec.

       Print-Control-Report.
           DISPLAY SPACE
           DISPLAY "+---+----+---+----+---+----+---+----+"
           DISPLAY "|   Cost Statement Control Report.  |"
           DISPLAY "+---+----+---+----+---+----+---+----+"
           DISPLAY "| History rows read    : ["
                   ws-history-rows "]."
           DISPLAY "| PF ledger rows used  : [" ws-pf-rows "]."
           DISPLAY "| Enrolments charged   : [" ws-enrol-rows "]."
           DISPLAY "| Statement pages      : ["
                   ws-statement-pages "]."
           DISPLAY "| Not on the master    : ["
                   ws-not-on-master "]."

           MOVE ws-gt-gross TO ws-ed-amount
           DISPLAY "| Gross pay            : [" ws-ed-amount "]."
           MOVE ws-gt-pf-er TO ws-ed-amount
           DISPLAY "| Employer PF          : [" ws-ed-amount "]."
           MOVE ws-gt-ben-er TO ws-ed-amount
           DISPLAY "| Employer benefits    : [" ws-ed-amount "]."
           MOVE ws-gt-ss-er TO ws-ed-amount
           DISPLAY "| Employer SS          : [" ws-ed-amount "]."
           MOVE ws-gt-overhead TO ws-ed-amount
           DISPLAY "| Overheads            : [" ws-ed-amount "]."
           MOVE ws-gt-total TO ws-ed-amount
           DISPLAY "| Total cost           : [" ws-ed-amount "]."
           MOVE ws-st-total TO ws-ed-amount
           DISPLAY "| Statements total     : [" ws-ed-amount "]."

           IF ws-gt-total EQUAL ws-st-total
              DISPLAY "| The statements reconcile with the cost "
                      "totals."
           ELSE
              DISPLAY "| *** THE STATEMENTS DO NOT RECONCILE WITH "
                      "THE COST TOTALS. ***"
           END-IF

           DISPLAY "+---+----+---+----+---+----+---+----+".

       END PROGRAM CtcStmt.

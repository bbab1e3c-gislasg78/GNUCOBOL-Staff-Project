       IDENTIFICATION DIVISION.
       PROGRAM-ID. MinWage.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL IdxFile ASSIGN TO DISK ws-IdxFile-name
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS f-IdxFile-rec-cod-employee
                  FILE STATUS  IS fs-IdxFile.

           SELECT OPTIONAL MinWgTbl ASSIGN TO ws-MinWgTbl-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-MinWgTbl.

           SELECT OPTIONAL EmpBasis ASSIGN TO ws-EmpBasis-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-EmpBasis.

           SELECT OPTIONAL TimeFile ASSIGN TO ws-TimeFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-TimeFile.

           SELECT OPTIONAL LeaveTakn ASSIGN TO ws-LeaveTakn-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-LeaveTakn.

           SELECT OPTIONAL MinWgExc ASSIGN TO ws-MinWgExc-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-MinWgExc.

           SELECT OPTIONAL PendFile ASSIGN TO ws-PendFile-name
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS fs-PendFile.

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

       FD  MinWgTbl
           RECORD CONTAINS 26 CHARACTERS.

       01  minwg-rec.
           03  minwg-rec-eff-date        PIC 9(08) VALUE ZEROES.
           03  minwg-rec-cod-cat         PIC 9(04) VALUE ZEROES.
           03  minwg-rec-monthly         PIC 9(06)V9(02)
                                                   VALUE ZEROES.
           03  minwg-rec-hourly          PIC 9(04)V9(02)
                                                   VALUE ZEROES.

       FD  EmpBasis
           RECORD CONTAINS 21 CHARACTERS.

       01  empbasis-rec.
           03  empbasis-rec-code         PIC 9(06) VALUE ZEROES.
           03  empbasis-rec-basis        PIC X(01) VALUE "M".
               88  sw-empbasis-rec-monthly        VALUE "M".
               88  sw-empbasis-rec-hourly         VALUE "H".
           03  empbasis-rec-hourly-rate  PIC 9(04)V9(02)
                                                   VALUE ZEROES.
           03  empbasis-rec-changed-date PIC 9(08) VALUE ZEROES.

       FD  TimeFile
           RECORD CONTAINS 35 CHARACTERS.

       01  time-rec.
           03  time-rec-code            PIC 9(06) VALUE ZEROES.
           03  time-rec-period          PIC 9(06) VALUE ZEROES.
           03  time-rec-regular-hours   PIC 9(03) VALUE ZEROES.
           03  time-rec-overtime-hours  PIC 9(03) VALUE ZEROES.
           03  time-rec-work-date       PIC 9(08) VALUE ZEROES.
           03  time-rec-status          PIC X(01) VALUE "P".
               88  sw-time-rec-approved           VALUE "A".
           03  time-rec-approver        PIC X(08) VALUE SPACES.

       FD  LeaveTakn
           RECORD CONTAINS 15 CHARACTERS.

       01  leavetakn-rec.
           03  leavetakn-rec-code        PIC 9(06) VALUE ZEROES.
           03  leavetakn-rec-period      PIC 9(06) VALUE ZEROES.
           03  leavetakn-rec-days        PIC 9(02)V9(01)
                                                   VALUE ZEROES.

       FD  MinWgExc
           RECORD CONTAINS 55 CHARACTERS.

       01  minwgexc-rec.
           03  minwgexc-rec-period       PIC 9(06) VALUE ZEROES.
           03  minwgexc-rec-code         PIC 9(06) VALUE ZEROES.
           03  minwgexc-rec-cod-cat      PIC 9(04) VALUE ZEROES.
           03  minwgexc-rec-type         PIC X(01) VALUE SPACE.
               88  sw-minwgexc-rec-salary         VALUE "S".
               88  sw-minwgexc-rec-hourly         VALUE "H".
               88  sw-minwgexc-rec-both           VALUE "B".
           03  minwgexc-rec-basis        PIC X(01) VALUE "M".
           03  minwgexc-rec-salary       PIC 9(06)V9(02)
                                                   VALUE ZEROES.
           03  minwgexc-rec-monthly-min  PIC 9(06)V9(02)
                                                   VALUE ZEROES.
           03  minwgexc-rec-eff-hourly   PIC 9(04)V9(02)
                                                   VALUE ZEROES.
           03  minwgexc-rec-hourly-min   PIC 9(04)V9(02)
                                                   VALUE ZEROES.
           03  minwgexc-rec-top-up       PIC 9(06)V9(02)
                                                   VALUE ZEROES.
           03  minwgexc-rec-queued       PIC X(01) VALUE "N".

       FD  PendFile
           RECORD CONTAINS 34 CHARACTERS.

       01  pend-rec.
           03  pend-rec-cod-employee           PIC 9(06)  VALUE ZEROES.
           03  pend-rec-req-date               PIC 9(08)  COMP-3
                                                          VALUE ZEROES.
           03  pend-rec-old-salary             PIC S9(06)V9(02)
                                                          COMP-3
                                                          VALUE ZEROES.
           03  pend-rec-new-salary             PIC S9(06)V9(02)
                                                          COMP-3
                                                          VALUE ZEROES.
           03  pend-rec-cod-cat                PIC 9(04)  VALUE ZEROES.
           03  pend-rec-operator               PIC X(08)  VALUE SPACES.
           03  pend-rec-status                 PIC X(01)  VALUE "P".
               88  sw-pend-rec-status-pending              VALUE "P".

       WORKING-STORAGE SECTION.
       77  fs-IdxFile                   PIC X(02) VALUE SPACES.
       77  fs-MinWgTbl                  PIC X(02) VALUE SPACES.
       77  fs-EmpBasis                  PIC X(02) VALUE SPACES.
       77  fs-TimeFile                  PIC X(02) VALUE SPACES.
       77  fs-LeaveTakn                 PIC X(02) VALUE SPACES.
       77  fs-MinWgExc                  PIC X(02) VALUE SPACES.
       77  fs-PendFile                  PIC X(02) VALUE SPACES.

       77  ws-IdxFile-name              PIC X(12) VALUE SPACES.
       77  ws-MinWgTbl-name             PIC X(12) VALUE "MinWgTbl".
       77  ws-EmpBasis-name             PIC X(12) VALUE "EmpBasis".
       77  ws-TimeFile-name             PIC X(12) VALUE "TimeFile".
       77  ws-LeaveTakn-name            PIC X(12) VALUE "LeaveTakn".
       77  ws-MinWgExc-name             PIC X(12) VALUE "MinWgExc".
       77  ws-PendFile-name             PIC X(12) VALUE "PendFile".

       77  ws-eof-IdxFile               PIC X(01) VALUE 'N'.
           88  sw-eof-IdxFile-Y                   VALUE 'Y'.
       77  ws-eof-MinWgTbl              PIC X(01) VALUE 'N'.
           88  sw-eof-MinWgTbl-Y                  VALUE 'Y'.
       77  ws-eof-EmpBasis              PIC X(01) VALUE 'N'.
           88  sw-eof-EmpBasis-Y                  VALUE 'Y'.
       77  ws-eof-TimeFile              PIC X(01) VALUE 'N'.
           88  sw-eof-TimeFile-Y                  VALUE 'Y'.
       77  ws-eof-LeaveTakn             PIC X(01) VALUE 'N'.
           88  sw-eof-LeaveTakn-Y                 VALUE 'Y'.
       77  ws-eof-MinWgExc              PIC X(01) VALUE 'N'.
           88  sw-eof-MinWgExc-Y                  VALUE 'Y'.
       77  ws-eof-PendFile              PIC X(01) VALUE 'N'.
           88  sw-eof-PendFile-Y                  VALUE 'Y'.

       78  cte-01                                 VALUE 01.
       78  cte-min-tbl-max                        VALUE 100.
       78  cte-emp-tbl-max                        VALUE 500.
       78  cte-exc-tbl-max                        VALUE 2000.
       78  cte-std-hours                          VALUE 240.

       01  ws-run-controls.
           03  ws-sel-period            PIC 9(06) VALUE ZEROES.
           03  ws-sel-period-r REDEFINES ws-sel-period.
               05  ws-sel-year          PIC 9(04).
               05  ws-sel-mm            PIC 9(02).
           03  ws-period-date           PIC 9(08) VALUE ZEROES.
           03  ws-today                 PIC 9(08) VALUE ZEROES.
           03  ws-queue-answer          PIC X(01) VALUE "N".
               88  sw-queue-answer-Y              VALUES "Y", "y".
           03  ws-queue-open-sw         PIC X(01) VALUE 'N'.
               88  sw-queue-open-Y                VALUE 'Y'.

       01  ws-min-controls.
           03  ws-min-tbl-count         PIC 9(03) VALUE ZEROES.
           03  ws-min-sub               PIC 9(03) VALUE ZEROES.
           03  ws-min-found-sub         PIC 9(03) VALUE ZEROES.
           03  ws-min-seek-cat          PIC 9(04) VALUE ZEROES.
           03  ws-min-best-date         PIC 9(08) VALUE ZEROES.

       01  ws-min-table.
           03  ws-min-entry OCCURS cte-min-tbl-max TIMES.
               05  ws-min-eff-date      PIC 9(08).
               05  ws-min-cod-cat       PIC 9(04).
               05  ws-min-monthly       PIC 9(06)V9(02).
               05  ws-min-hourly        PIC 9(04)V9(02).

       01  ws-emp-controls.
           03  ws-emp-tbl-count         PIC 9(03) VALUE ZEROES.
           03  ws-emp-sub               PIC 9(03) VALUE ZEROES.
           03  ws-emp-found-sub         PIC 9(03) VALUE ZEROES.
           03  ws-emp-seek-code         PIC 9(06) VALUE ZEROES.

       01  ws-emp-table.
           03  ws-emp-entry OCCURS cte-emp-tbl-max TIMES.
               05  ws-emp-code          PIC 9(06).
               05  ws-emp-basis         PIC X(01).
               05  ws-emp-rate          PIC 9(04)V9(02).
               05  ws-emp-reg-hours     PIC 9(04).
               05  ws-emp-ot-hours      PIC 9(04).
               05  ws-emp-unpaid-days   PIC 9(02)V9(01).
               05  ws-emp-pending       PIC X(01).

       01  ws-exc-controls.
           03  ws-exc-tbl-count         PIC 9(04) VALUE ZEROES.
           03  ws-exc-sub               PIC 9(04) VALUE ZEROES.
           03  ws-exc-overflow-sw       PIC X(01) VALUE 'N'.
               88  sw-exc-overflow-Y              VALUE 'Y'.

       01  ws-exc-table.
           03  ws-exc-record OCCURS cte-exc-tbl-max TIMES
                                        PIC X(55).

       01  ws-check-fields.
           03  ws-chk-basis             PIC X(01) VALUE "M".
           03  ws-chk-salary            PIC 9(06)V9(02) VALUE ZEROES.
           03  ws-chk-monthly-min       PIC 9(06)V9(02) VALUE ZEROES.
           03  ws-chk-hourly-min        PIC 9(04)V9(02) VALUE ZEROES.
           03  ws-chk-paid-factor       PIC 9(01)V9(04) VALUE ZEROES.
           03  ws-chk-unpaid-days       PIC 9(02)V9(01) VALUE ZEROES.
           03  ws-chk-contract-hours    PIC 9(04)V9(02) VALUE ZEROES.
           03  ws-chk-worked-hours      PIC 9(05)V9(02) VALUE ZEROES.
           03  ws-chk-ot-hours          PIC 9(04) VALUE ZEROES.
           03  ws-chk-paid-amount       PIC 9(07)V9(02) VALUE ZEROES.
           03  ws-chk-eff-hourly        PIC 9(04)V9(02) VALUE ZEROES.
           03  ws-chk-divisor           PIC 9(03)V9(06) VALUE ZEROES.
           03  ws-chk-required          PIC 9(07)V9(02) VALUE ZEROES.
           03  ws-chk-top-up            PIC 9(06)V9(02) VALUE ZEROES.
           03  ws-chk-salary-breach     PIC X(01) VALUE 'N'.
               88  sw-chk-salary-breach-Y         VALUE 'Y'.
           03  ws-chk-hourly-breach     PIC X(01) VALUE 'N'.
               88  sw-chk-hourly-breach-Y         VALUE 'Y'.
           03  ws-chk-queued            PIC X(01) VALUE 'N'.

       01  ws-totals.
           03  ws-tot-checked           PIC 9(05) VALUE ZEROES.
           03  ws-tot-no-minimum        PIC 9(05) VALUE ZEROES.
           03  ws-tot-breaches          PIC 9(05) VALUE ZEROES.
           03  ws-tot-top-up            PIC 9(09)V9(02) VALUE ZEROES.
           03  ws-tot-queued            PIC 9(05) VALUE ZEROES.
           03  ws-tot-already-queued    PIC 9(05) VALUE ZEROES.
           03  ws-tot-hourly-basis      PIC 9(05) VALUE ZEROES.

       01  ws-breach-line.
           03  ws-bl-code               PIC 9(06) VALUE ZEROES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-bl-cat                PIC 9(04) VALUE ZEROES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-bl-basis              PIC X(01) VALUE SPACE.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-bl-type               PIC X(01) VALUE SPACE.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-bl-salary             PIC ZZZ,ZZ9.99 VALUE ZEROES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-bl-monthly-min        PIC ZZZ,ZZ9.99 VALUE ZEROES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-bl-eff-hourly         PIC Z,ZZ9.99 VALUE ZEROES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-bl-hourly-min         PIC Z,ZZ9.99 VALUE ZEROES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-bl-top-up             PIC ZZZ,ZZ9.99 VALUE ZEROES.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  ws-bl-queued             PIC X(06) VALUE SPACES.

       01  ws-alertlog-fields.
           03  ws-alertlog-program      PIC X(08) VALUE "MinWage".
           03  ws-alertlog-severity     PIC X(01) VALUE SPACE.
           03  ws-alertlog-key          PIC 9(06) VALUE ZEROES.
           03  ws-alertlog-message      PIC X(60) VALUE SPACES.

       01  ws-alert-amount              PIC ZZZ,ZZ9.99 VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "Minimum-wage compliance check."

           ACCEPT ws-today FROM DATE YYYYMMDD

           DISPLAY "Pay period to check (CCYYMM): " WITH NO ADVANCING
           ACCEPT ws-sel-period

           DISPLAY "Employee index file         : " WITH NO ADVANCING
           ACCEPT ws-IdxFile-name

           IF ws-sel-period EQUAL ZEROES
           OR ws-sel-mm EQUAL ZEROES
           OR ws-sel-mm GREATER 12
           OR ws-IdxFile-name EQUAL SPACES
              DISPLAY "A valid pay period and the index file are "
                      "both needed. Nothing checked."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           DISPLAY "Queue the top-ups as raises (Y/N): "
              WITH NO ADVANCING
           ACCEPT ws-queue-answer

           COMPUTE ws-period-date = ws-sel-period * 100 + 1

           PERFORM Load-Minimum-Wage-Table
             THRU Load-Minimum-Wage-Table-Exit

           IF ws-min-tbl-count EQUAL ZEROES
              DISPLAY "*** No minimum wage is in force for ["
                      ws-period-date "]. Nothing checked. ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM Load-Employee-Basis
             THRU Load-Employee-Basis-Exit

           PERFORM Load-Period-Hours
             THRU Load-Period-Hours-Exit

           PERFORM Load-Unpaid-Leave
             THRU Load-Unpaid-Leave-Exit

           PERFORM Load-Pending-Raises
             THRU Load-Pending-Raises-Exit

           PERFORM Load-Other-Exceptions
             THRU Load-Other-Exceptions-Exit

           IF sw-exc-overflow-Y
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT IdxFile

           IF fs-IdxFile NOT EQUAL "00"
              CLOSE IdxFile
              DISPLAY "*** The employee index file could not be "
                      "opened. Nothing checked. ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF sw-queue-answer-Y
              OPEN EXTEND PendFile

              IF fs-PendFile EQUAL "00" OR fs-PendFile EQUAL "05"
                 SET sw-queue-open-Y TO TRUE
              ELSE
                 CLOSE PendFile
                 DISPLAY "*** WARNING: the approval queue file "
                         "could not be opened. The top-ups are "
                         "reported only. ***"
              END-IF
           END-IF

           DISPLAY SPACE
           DISPLAY "+===+====+===+====+===+====+===+====+===+"
           DISPLAY "|  Minimum-wage exceptions [" ws-sel-period
                   "].         |"
           DISPLAY "+===+====+===+====+===+====+===+====+===+"
           DISPLAY "Emp.   Cat. B T     Salary    Minimum "
                   "Eff./hr  Min./hr     Top-up"

           PERFORM Check-One-Employee
             THRU Check-One-Employee-Exit
             UNTIL sw-eof-IdxFile-Y

           CLOSE IdxFile

           IF sw-queue-open-Y
              CLOSE PendFile
           END-IF

           PERFORM Rewrite-Exception-File
             THRU Rewrite-Exception-File-Exit

           DISPLAY SPACE
           DISPLAY "Employees checked          : [" ws-tot-checked
                   "]."
           DISPLAY "Without a minimum in force : ["
                   ws-tot-no-minimum "]."
           DISPLAY "Below the minimum wage     : [" ws-tot-breaches
                   "]."
           DISPLAY "Top-up needed              : [" ws-tot-top-up
                   "]."
           DISPLAY "Raises queued for approval : [" ws-tot-queued
                   "]."
           DISPLAY "Raises already pending     : ["
                   ws-tot-already-queued "]."

           IF ws-tot-hourly-basis GREATER ZEROES
              DISPLAY "[" ws-tot-hourly-basis "] hourly-paid "
                      "employees need their EmpBasis rate raised: "
                      "the approval queue carries salaries only."
           END-IF

           IF ws-tot-breaches GREATER ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       Check-One-Employee.
           READ IdxFile NEXT RECORD
             AT END
                SET sw-eof-IdxFile-Y TO TRUE
                GO TO Check-One-Employee-Exit
           END-READ

           IF sw-f-IdxFile-rec-status-terminated
              GO TO Check-One-Employee-Exit
           END-IF

           ADD cte-01 TO ws-tot-checked

           MOVE f-IdxFile-rec-cod-cat-employee TO ws-min-seek-cat
           PERFORM Find-Minimum-In-Force

           IF ws-min-found-sub EQUAL ZEROES
              ADD cte-01 TO ws-tot-no-minimum
              GO TO Check-One-Employee-Exit
           END-IF

           MOVE ws-min-monthly (ws-min-found-sub)
             TO ws-chk-monthly-min
           MOVE ws-min-hourly  (ws-min-found-sub)
             TO ws-chk-hourly-min

           MOVE f-IdxFile-rec-cod-employee TO ws-emp-seek-code
           PERFORM Find-Employee-Entry

           MOVE "M"    TO ws-chk-basis
           MOVE ZEROES TO ws-chk-ot-hours
                          ws-chk-unpaid-days
                          ws-chk-top-up
                          ws-chk-eff-hourly
           MOVE 'N'    TO ws-chk-salary-breach
                          ws-chk-hourly-breach
                          ws-chk-queued
           MOVE f-IdxFile-rec-salary-employee TO ws-chk-salary

           IF ws-emp-found-sub GREATER ZEROES
              MOVE ws-emp-basis       (ws-emp-found-sub)
                TO ws-chk-basis
              MOVE ws-emp-ot-hours    (ws-emp-found-sub)
                TO ws-chk-ot-hours
              MOVE ws-emp-unpaid-days (ws-emp-found-sub)
                TO ws-chk-unpaid-days
           END-IF

           IF ws-chk-basis EQUAL "H"
              PERFORM Check-Hourly-Employee
           ELSE
              PERFORM Check-Monthly-Employee
                THRU Check-Monthly-Employee-Exit
           END-IF

           IF NOT sw-chk-salary-breach-Y
           AND NOT sw-chk-hourly-breach-Y
              GO TO Check-One-Employee-Exit
           END-IF

           ADD cte-01        TO ws-tot-breaches
           ADD ws-chk-top-up TO ws-tot-top-up

           IF ws-chk-basis EQUAL "H"
              ADD cte-01 TO ws-tot-hourly-basis
           ELSE
              PERFORM Queue-Top-Up-Raise
                THRU Queue-Top-Up-Raise-Exit
           END-IF

           PERFORM Report-One-Breach.
       Check-One-Employee-Exit.
           EXIT.

       Check-Monthly-Employee.
           IF ws-chk-salary LESS ws-chk-monthly-min
              SET sw-chk-salary-breach-Y TO TRUE
           END-IF

           MOVE ws-chk-monthly-min TO ws-chk-required

           IF ws-chk-unpaid-days GREATER 30
              MOVE 30 TO ws-chk-unpaid-days
           END-IF

           COMPUTE ws-chk-paid-factor ROUNDED =
                   (30 - ws-chk-unpaid-days) / 30
           COMPUTE ws-chk-contract-hours ROUNDED =
                   cte-std-hours * ws-chk-paid-factor

           MOVE ws-chk-contract-hours TO ws-chk-worked-hours

           IF ws-emp-found-sub GREATER ZEROES
              IF ws-emp-reg-hours (ws-emp-found-sub) GREATER
                 ws-chk-contract-hours
                 MOVE ws-emp-reg-hours (ws-emp-found-sub)
                   TO ws-chk-worked-hours
              END-IF
           END-IF

           ADD ws-chk-ot-hours TO ws-chk-worked-hours

           COMPUTE ws-chk-divisor ROUNDED =
                   ws-chk-paid-factor
                 + ws-chk-ot-hours / cte-std-hours

           IF ws-chk-worked-hours EQUAL ZEROES
           OR ws-chk-divisor EQUAL ZEROES
              GO TO Check-Monthly-Top-Up
           END-IF

           COMPUTE ws-chk-paid-amount ROUNDED =
                   ws-chk-salary * ws-chk-divisor
           COMPUTE ws-chk-eff-hourly ROUNDED =
                   ws-chk-paid-amount / ws-chk-worked-hours

           IF ws-chk-eff-hourly LESS ws-chk-hourly-min
              SET sw-chk-hourly-breach-Y TO TRUE

              COMPUTE ws-chk-required ROUNDED =
                      ws-chk-hourly-min * ws-chk-worked-hours
                    / ws-chk-divisor

              IF ws-chk-required LESS ws-chk-monthly-min
                 MOVE ws-chk-monthly-min TO ws-chk-required
              END-IF
           END-IF.

       Check-Monthly-Top-Up.
           IF ws-chk-required GREATER ws-chk-salary
              COMPUTE ws-chk-top-up = ws-chk-required - ws-chk-salary
           END-IF.
       Check-Monthly-Employee-Exit.
           EXIT.

       Check-Hourly-Employee.
           MOVE ws-emp-rate (ws-emp-found-sub) TO ws-chk-eff-hourly
                                                  ws-chk-salary

           IF ws-chk-eff-hourly LESS ws-chk-hourly-min
              SET sw-chk-hourly-breach-Y TO TRUE

              COMPUTE ws-chk-top-up ROUNDED =
                      (ws-chk-hourly-min - ws-chk-eff-hourly)
                    * (ws-emp-reg-hours (ws-emp-found-sub)
                     + ws-emp-ot-hours  (ws-emp-found-sub))
           END-IF.

       Queue-Top-Up-Raise.
           IF ws-chk-top-up EQUAL ZEROES
              GO TO Queue-Top-Up-Raise-Exit
           END-IF

           IF  ws-emp-found-sub GREATER ZEROES
           AND ws-emp-pending (ws-emp-found-sub) EQUAL "Y"
               ADD cte-01 TO ws-tot-already-queued
               MOVE "P" TO ws-chk-queued
               GO TO Queue-Top-Up-Raise-Exit
           END-IF

           IF NOT sw-queue-open-Y
              GO TO Queue-Top-Up-Raise-Exit
           END-IF

           MOVE f-IdxFile-rec-cod-employee     TO pend-rec-cod-employee
           MOVE ws-today                       TO pend-rec-req-date
           MOVE ws-chk-salary                  TO pend-rec-old-salary
           COMPUTE pend-rec-new-salary = ws-chk-salary + ws-chk-top-up
           MOVE f-IdxFile-rec-cod-cat-employee TO pend-rec-cod-cat
           MOVE "MINWAGE"                      TO pend-rec-operator
           MOVE "P"                            TO pend-rec-status

           WRITE pend-rec

           ADD cte-01 TO ws-tot-queued
           MOVE "Y"   TO ws-chk-queued.
       Queue-Top-Up-Raise-Exit.
           EXIT.

       Report-One-Breach.
           EVALUATE TRUE
               WHEN sw-chk-salary-breach-Y AND sw-chk-hourly-breach-Y
                    MOVE "B" TO minwgexc-rec-type
               WHEN sw-chk-salary-breach-Y
                    MOVE "S" TO minwgexc-rec-type
               WHEN OTHER
                    MOVE "H" TO minwgexc-rec-type
           END-EVALUATE

           MOVE ws-sel-period                  TO minwgexc-rec-period
           MOVE f-IdxFile-rec-cod-employee     TO minwgexc-rec-code
           MOVE f-IdxFile-rec-cod-cat-employee TO minwgexc-rec-cod-cat
           MOVE ws-chk-basis                   TO minwgexc-rec-basis
           MOVE ws-chk-salary                  TO minwgexc-rec-salary
           MOVE ws-chk-monthly-min
             TO minwgexc-rec-monthly-min
           MOVE ws-chk-eff-hourly
             TO minwgexc-rec-eff-hourly
           MOVE ws-chk-hourly-min
             TO minwgexc-rec-hourly-min
           MOVE ws-chk-top-up                  TO minwgexc-rec-top-up
           MOVE ws-chk-queued                  TO minwgexc-rec-queued

           IF ws-exc-tbl-count LESS cte-exc-tbl-max
              ADD cte-01 TO ws-exc-tbl-count
              MOVE minwgexc-rec TO ws-exc-record (ws-exc-tbl-count)
           ELSE
              DISPLAY "*** WARNING: the exception file is full. ["
                      f-IdxFile-rec-cod-employee "] is reported "
                      "but not kept. ***"
           END-IF

           MOVE f-IdxFile-rec-cod-employee     TO ws-bl-code
           MOVE f-IdxFile-rec-cod-cat-employee TO ws-bl-cat
           MOVE ws-chk-basis                   TO ws-bl-basis
           MOVE minwgexc-rec-type              TO ws-bl-type
           MOVE ws-chk-salary                  TO ws-bl-salary
           MOVE ws-chk-monthly-min             TO ws-bl-monthly-min
           MOVE ws-chk-eff-hourly              TO ws-bl-eff-hourly
           MOVE ws-chk-hourly-min              TO ws-bl-hourly-min
           MOVE ws-chk-top-up                  TO ws-bl-top-up

           EVALUATE ws-chk-queued
               WHEN "Y"
                    MOVE "QUEUED" TO ws-bl-queued
               WHEN "P"
                    MOVE "PENDNG" TO ws-bl-queued
               WHEN OTHER
                    MOVE SPACES   TO ws-bl-queued
           END-EVALUATE

           DISPLAY ws-breach-line

           MOVE ws-chk-top-up TO ws-alert-amount

           MOVE "W"                        TO ws-alertlog-severity
           MOVE f-IdxFile-rec-cod-employee TO ws-alertlog-key
           MOVE SPACES                     TO ws-alertlog-message

           STRING "BELOW MINIMUM WAGE " DELIMITED BY SIZE
                  ws-sel-period         DELIMITED BY SIZE
                  ", TOP-UP "           DELIMITED BY SIZE
                  ws-alert-amount       DELIMITED BY SIZE
             INTO ws-alertlog-message

           CALL "AlertLog" USING ws-alertlog-program
                                 ws-alertlog-severity
                                 ws-alertlog-key
                                 ws-alertlog-message.

       Find-Minimum-In-Force.
           MOVE ZEROES TO ws-min-found-sub
                          ws-min-best-date

           PERFORM Match-Category-Minimum
           VARYING ws-min-sub FROM 1 BY 1
             UNTIL ws-min-sub GREATER ws-min-tbl-count

           IF ws-min-found-sub EQUAL ZEROES
              MOVE ZEROES TO ws-min-seek-cat

              PERFORM Match-Category-Minimum
              VARYING ws-min-sub FROM 1 BY 1
                UNTIL ws-min-sub GREATER ws-min-tbl-count
           END-IF.

       Match-Category-Minimum.
           IF  ws-min-cod-cat  (ws-min-sub) EQUAL ws-min-seek-cat
           AND ws-min-eff-date (ws-min-sub) NOT LESS ws-min-best-date
               MOVE ws-min-eff-date (ws-min-sub) TO ws-min-best-date
               MOVE ws-min-sub                   TO ws-min-found-sub
           END-IF.

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
                 MOVE ws-emp-seek-code
                   TO ws-emp-code        (ws-emp-found-sub)
                 MOVE "M"
                   TO ws-emp-basis       (ws-emp-found-sub)
                 MOVE "N"
                   TO ws-emp-pending     (ws-emp-found-sub)
                 MOVE ZEROES
                   TO ws-emp-rate        (ws-emp-found-sub)
                      ws-emp-reg-hours   (ws-emp-found-sub)
                      ws-emp-ot-hours    (ws-emp-found-sub)
                      ws-emp-unpaid-days (ws-emp-found-sub)
              ELSE
                 DISPLAY "*** WARNING: the employee table is full "
                         "at [" cte-emp-tbl-max "]. ["
                         ws-emp-seek-code "] is checked on salary "
                         "alone. ***"
              END-IF
           END-IF.

       Load-Minimum-Wage-Table.
           MOVE ZEROES TO ws-min-tbl-count
           MOVE 'N'    TO ws-eof-MinWgTbl

           OPEN INPUT MinWgTbl

           IF fs-MinWgTbl NOT EQUAL "00"
              CLOSE MinWgTbl
              DISPLAY "No minimum wage table was found."
              GO TO Load-Minimum-Wage-Table-Exit
           END-IF

           PERFORM Read-One-Minimum-Row
             UNTIL sw-eof-MinWgTbl-Y

           CLOSE MinWgTbl

           DISPLAY "Minimum wage rows in force or earlier: ["
                   ws-min-tbl-count "].".
       Load-Minimum-Wage-Table-Exit.
           EXIT.

       Read-One-Minimum-Row.
           READ MinWgTbl RECORD
             AT END
                SET sw-eof-MinWgTbl-Y TO TRUE

            NOT AT END
                IF minwg-rec-eff-date NOT GREATER ws-period-date
                   IF ws-min-tbl-count LESS cte-min-tbl-max
                      ADD cte-01 TO ws-min-tbl-count
                      MOVE minwg-rec-eff-date
                        TO ws-min-eff-date (ws-min-tbl-count)
                      MOVE minwg-rec-cod-cat
                        TO ws-min-cod-cat  (ws-min-tbl-count)
                      MOVE minwg-rec-monthly
                        TO ws-min-monthly  (ws-min-tbl-count)
                      MOVE minwg-rec-hourly
                        TO ws-min-hourly   (ws-min-tbl-count)
                   ELSE
                      DISPLAY "*** WARNING: the minimum wage table "
                              "holds more than [" cte-min-tbl-max
                              "] rows in force. The rest are "
                              "ignored. ***"
                      SET sw-eof-MinWgTbl-Y TO TRUE
                   END-IF
                END-IF
           END-READ.

       Load-Employee-Basis.
           MOVE ZEROES TO ws-emp-tbl-count
           MOVE 'N'    TO ws-eof-EmpBasis

           OPEN INPUT EmpBasis

           IF fs-EmpBasis NOT EQUAL "00"
              CLOSE EmpBasis
              GO TO Load-Employee-Basis-Exit
           END-IF

           PERFORM Read-One-Basis-Row
             UNTIL sw-eof-EmpBasis-Y

           CLOSE EmpBasis.
       Load-Employee-Basis-Exit.
           EXIT.

       Read-One-Basis-Row.
           READ EmpBasis RECORD
             AT END
                SET sw-eof-EmpBasis-Y TO TRUE

            NOT AT END
                IF sw-empbasis-rec-hourly
                   MOVE empbasis-rec-code TO ws-emp-seek-code
                   PERFORM Find-Or-Add-Employee

                   IF ws-emp-found-sub GREATER ZEROES
                      MOVE "H"
                        TO ws-emp-basis (ws-emp-found-sub)
                      MOVE empbasis-rec-hourly-rate
                        TO ws-emp-rate  (ws-emp-found-sub)
                   END-IF
                END-IF
           END-READ.

       Load-Period-Hours.
           MOVE 'N' TO ws-eof-TimeFile

           OPEN INPUT TimeFile

           IF fs-TimeFile NOT EQUAL "00"
              CLOSE TimeFile
              GO TO Load-Period-Hours-Exit
           END-IF

           PERFORM Read-One-Time-Row
             UNTIL sw-eof-TimeFile-Y

           CLOSE TimeFile.
       Load-Period-Hours-Exit.
           EXIT.

       Read-One-Time-Row.
           READ TimeFile RECORD
             AT END
                SET sw-eof-TimeFile-Y TO TRUE

            NOT AT END
                IF  time-rec-period EQUAL ws-sel-period
                AND sw-time-rec-approved
                    MOVE time-rec-code TO ws-emp-seek-code
                    PERFORM Find-Or-Add-Employee

                    IF ws-emp-found-sub GREATER ZEROES
                       ADD time-rec-regular-hours
                         TO ws-emp-reg-hours (ws-emp-found-sub)
                       ADD time-rec-overtime-hours
                         TO ws-emp-ot-hours  (ws-emp-found-sub)
                    END-IF
                END-IF
           END-READ.

       Load-Unpaid-Leave.
           MOVE 'N' TO ws-eof-LeaveTakn

           OPEN INPUT LeaveTakn

           IF fs-LeaveTakn NOT EQUAL "00"
              CLOSE LeaveTakn
              GO TO Load-Unpaid-Leave-Exit
           END-IF

           PERFORM Read-One-Leave-Row
             UNTIL sw-eof-LeaveTakn-Y

           CLOSE LeaveTakn.
       Load-Unpaid-Leave-Exit.
           EXIT.

       Read-One-Leave-Row.
           READ LeaveTakn RECORD
             AT END
                SET sw-eof-LeaveTakn-Y TO TRUE

            NOT AT END
                IF leavetakn-rec-period EQUAL ws-sel-period
                   MOVE leavetakn-rec-code TO ws-emp-seek-code
                   PERFORM Find-Or-Add-Employee

                   IF ws-emp-found-sub GREATER ZEROES
                      ADD leavetakn-rec-days
                        TO ws-emp-unpaid-days (ws-emp-found-sub)
                   END-IF
                END-IF
           END-READ.

       Load-Pending-Raises.
           MOVE 'N' TO ws-eof-PendFile

           OPEN INPUT PendFile

           IF fs-PendFile NOT EQUAL "00"
              CLOSE PendFile
              GO TO Load-Pending-Raises-Exit
           END-IF

           PERFORM Read-One-Pending-Raise
             UNTIL sw-eof-PendFile-Y

           CLOSE PendFile.
       Load-Pending-Raises-Exit.
           EXIT.

       Read-One-Pending-Raise.
           READ PendFile RECORD
             AT END
                SET sw-eof-PendFile-Y TO TRUE

            NOT AT END
                IF sw-pend-rec-status-pending
                   MOVE pend-rec-cod-employee TO ws-emp-seek-code
                   PERFORM Find-Or-Add-Employee

                   IF ws-emp-found-sub GREATER ZEROES
                      MOVE "Y" TO ws-emp-pending (ws-emp-found-sub)
                   END-IF
                END-IF
           END-READ.

       Load-Other-Exceptions.
           MOVE ZEROES TO ws-exc-tbl-count
           MOVE 'N'    TO ws-eof-MinWgExc
                          ws-exc-overflow-sw

           OPEN INPUT MinWgExc

           IF fs-MinWgExc NOT EQUAL "00"
              CLOSE MinWgExc
              GO TO Load-Other-Exceptions-Exit
           END-IF

           PERFORM Read-One-Exception
             UNTIL sw-eof-MinWgExc-Y

           CLOSE MinWgExc

           IF sw-exc-overflow-Y
              DISPLAY "*** The exception file holds more than ["
                      cte-exc-tbl-max "] rows. Nothing checked: "
                      "archive the older periods first. ***"
           END-IF.
       Load-Other-Exceptions-Exit.
           EXIT.

       Read-One-Exception.
           READ MinWgExc RECORD
             AT END
                SET sw-eof-MinWgExc-Y TO TRUE

            NOT AT END
                IF minwgexc-rec-period NOT EQUAL ws-sel-period
                   IF ws-exc-tbl-count LESS cte-exc-tbl-max
                      ADD cte-01 TO ws-exc-tbl-count
                      MOVE minwgexc-rec
                        TO ws-exc-record (ws-exc-tbl-count)
                   ELSE
                      SET sw-exc-overflow-Y TO TRUE
                      SET sw-eof-MinWgExc-Y TO TRUE
                   END-IF
                END-IF
           END-READ.

       Rewrite-Exception-File.
           OPEN OUTPUT MinWgExc

           IF fs-MinWgExc NOT EQUAL "00" AND
              fs-MinWgExc NOT EQUAL "05"
              CLOSE MinWgExc
              DISPLAY "*** WARNING: the exception file could not be "
                      "rewritten. ***"
              GO TO Rewrite-Exception-File-Exit
           END-IF

           PERFORM Write-One-Exception
           VARYING ws-exc-sub FROM 1 BY 1
             UNTIL ws-exc-sub GREATER ws-exc-tbl-count

           CLOSE MinWgExc.
       Rewrite-Exception-File-Exit.
           EXIT.

       Write-One-Exception.
           MOVE ws-exc-record (ws-exc-sub) TO minwgexc-rec
           WRITE minwgexc-rec.

       END PROGRAM MinWage.

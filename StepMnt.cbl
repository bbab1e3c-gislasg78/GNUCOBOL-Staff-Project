       IDENTIFICATION DIVISION.
       PROGRAM-ID. StepMnt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CatStep ASSIGN TO ws-CatStep-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-CatStep.

           SELECT OPTIONAL EmpStep ASSIGN TO ws-EmpStep-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-EmpStep.

           SELECT OPTIONAL PendFile ASSIGN TO ws-PendFile-name
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS fs-PendFile.

           SELECT OPTIONAL IdxFile ASSIGN TO DISK ws-IdxFile-name
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS f-IdxFile-rec-cod-employee
                  FILE STATUS  IS fs-IdxFile.

       DATA DIVISION.
       FILE SECTION.
       FD  CatStep
           RECORD CONTAINS 15 CHARACTERS.

       01  catstep-rec.
           03  catstep-rec-cod           PIC 9(04) VALUE ZEROES.
           03  catstep-rec-step          PIC 9(02) VALUE ZEROES.
           03  catstep-rec-rate          PIC S9(06)V9(02)
                                          SIGN IS LEADING
                                          SEPARATE CHARACTER
                                                   VALUE ZEROES.

       FD  EmpStep
           RECORD CONTAINS 20 CHARACTERS.

       01  empstep-rec.
           03  empstep-rec-code          PIC 9(06) VALUE ZEROES.
           03  empstep-rec-cod-cat       PIC 9(04) VALUE ZEROES.
           03  empstep-rec-step          PIC 9(02) VALUE ZEROES.
           03  empstep-rec-moved-date    PIC 9(08) VALUE ZEROES.

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
               88  sw-f-IdxFile-rec-status-active           VALUE "A".
               88  sw-f-IdxFile-rec-status-terminated       VALUE "T".
               88  sw-f-IdxFile-rec-status-on-leave         VALUE "L".
           03  f-IdxFile-rec-reason-employee      PIC X(20)
                                                           VALUE SPACES.
           03  f-IdxFile-rec-cod-cat-employee    PIC 9(04) VALUE ZEROES.

       WORKING-STORAGE SECTION.
       77  fs-CatStep                   PIC X(02) VALUE SPACES.
       77  fs-EmpStep                   PIC X(02) VALUE SPACES.
       77  fs-PendFile                  PIC X(02) VALUE SPACES.
       77  fs-IdxFile                   PIC X(02) VALUE SPACES.

       77  ws-CatStep-name              PIC X(12) VALUE "CatStep".
       77  ws-EmpStep-name              PIC X(12) VALUE "EmpStep".
       77  ws-PendFile-name             PIC X(12) VALUE "PendFile".
       77  ws-IdxFile-name              PIC X(12) VALUE SPACES.

       77  ws-eof-CatStep               PIC X(01) VALUE 'N'.
           88  sw-eof-CatStep-Y                   VALUE 'Y'.
       77  ws-eof-EmpStep               PIC X(01) VALUE 'N'.
           88  sw-eof-EmpStep-Y                   VALUE 'Y'.

       78  cte-01                                 VALUE 01.
       78  cte-step-tbl-max                       VALUE 1000.
       78  cte-emp-tbl-max                        VALUE 2000.

       01  ws-menu-controls.
           03  ws-menu-option           PIC 9(01) VALUE ZERO.
               88  sw-menu-option-rate            VALUE 1.
               88  sw-menu-option-list            VALUE 2.
               88  sw-menu-option-place           VALUE 3.
               88  sw-menu-option-progress        VALUE 4.
               88  sw-menu-option-exit            VALUE 5.

       01  ws-capture-fields.
           03  ws-cap-code              PIC 9(06) VALUE ZEROES.
           03  ws-cap-cod-cat           PIC 9(04) VALUE ZEROES.
           03  ws-cap-step              PIC 9(02) VALUE ZEROES.
           03  ws-cap-rate              PIC S9(06)V9(02)
                                         SIGN IS LEADING
                                         SEPARATE CHARACTER
                                                  VALUE ZEROES.
           03  ws-cap-month.
               05  ws-cap-month-year    PIC 9(04) VALUE ZEROES.
               05  ws-cap-month-mm      PIC 9(02) VALUE ZEROES.
           03  ws-cap-month-num     REDEFINES ws-cap-month
                                        PIC 9(06).

       01  ws-step-controls.
           03  ws-step-overflow-sw      PIC X(01) VALUE 'N'.
               88  sw-step-overflow-Y             VALUE 'Y'.
           03  ws-step-tbl-count        PIC 9(04) VALUE ZEROES.
           03  ws-step-sub              PIC 9(04) VALUE ZEROES.
           03  ws-step-found-sub        PIC 9(04) VALUE ZEROES.
           03  ws-step-seek-cat         PIC 9(04) VALUE ZEROES.
           03  ws-step-seek-step        PIC 9(02) VALUE ZEROES.

       01  ws-step-table.
           03  ws-step-entry OCCURS cte-step-tbl-max TIMES.
               05  ws-st-cod            PIC 9(04).
               05  ws-st-step           PIC 9(02).
               05  ws-st-rate           PIC S9(06)V9(02).

       01  ws-emp-controls.
           03  ws-emp-overflow-sw       PIC X(01) VALUE 'N'.
               88  sw-emp-overflow-Y              VALUE 'Y'.
           03  ws-emp-tbl-count         PIC 9(04) VALUE ZEROES.
           03  ws-emp-sub               PIC 9(04) VALUE ZEROES.
           03  ws-emp-found-sub         PIC 9(04) VALUE ZEROES.

       01  ws-emp-step-table.
           03  ws-emp-entry OCCURS cte-emp-tbl-max TIMES.
               05  ws-es-code           PIC 9(06).
               05  ws-es-cod-cat        PIC 9(04).
               05  ws-es-step           PIC 9(02).
               05  ws-es-moved-date     PIC 9(08).
               05  ws-es-moved-r    REDEFINES ws-es-moved-date.
                   07  ws-es-moved-month PIC 9(06).
                   07  FILLER           PIC 9(02).

       01  ws-progression-fields.
           03  ws-prg-hire-date         PIC 9(08) VALUE ZEROES.
           03  ws-prg-hire-r        REDEFINES ws-prg-hire-date.
               05  ws-prg-hire-year     PIC 9(04).
               05  ws-prg-hire-mm       PIC 9(02).
               05  ws-prg-hire-dd       PIC 9(02).
           03  ws-prg-old-salary        PIC S9(06)V9(02) VALUE ZEROES.
           03  ws-prg-new-salary        PIC S9(06)V9(02) VALUE ZEROES.
           03  ws-prg-due-count         PIC 9(04) VALUE ZEROES.
           03  ws-prg-proposed-count    PIC 9(04) VALUE ZEROES.
           03  ws-prg-skipped-count     PIC 9(04) VALUE ZEROES.
           03  ws-prg-top-count         PIC 9(04) VALUE ZEROES.

       01  ws-list-counter              PIC 9(04) VALUE ZEROES.

       01  ws-current-date-and-time.
           03  ws-CDT-Date              PIC 9(08) VALUE ZEROES.
           03  FILLER                   PIC X(13) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "Pay grade steps and service-year progression."

           MOVE FUNCTION CURRENT-DATE TO ws-current-date-and-time

           PERFORM Load-Step-Table
             THRU Load-Step-Table-Exit

           PERFORM Load-Employee-Steps
             THRU Load-Employee-Steps-Exit

           IF sw-step-overflow-Y
           OR sw-emp-overflow-Y
              DISPLAY "*** The step files are larger than the tables "
                      "hold. They are left untouched: raise the "
                      "tables before re-running. ***"
              STOP RUN
           END-IF

           PERFORM Process-Menu
             UNTIL sw-menu-option-exit

           STOP RUN.

       Process-Menu.
           DISPLAY SPACE
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "|    Pay Grade Steps.               |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "| [1]. Record a step rate.          |"
           DISPLAY "| [2]. List the step table.         |"
           DISPLAY "| [3]. Place an employee on a step. |"
           DISPLAY "| [4]. Run the monthly progression. |"
           DISPLAY "| [5]. Exit this program.           |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "Enter your own choice: " WITH NO ADVANCING
           ACCEPT ws-menu-option

           EVALUATE TRUE
               WHEN sw-menu-option-rate
                    PERFORM Record-Step-Rate
                      THRU Record-Step-Rate-Exit

               WHEN sw-menu-option-list
                    PERFORM List-Step-Table

               WHEN sw-menu-option-place
                    PERFORM Place-Employee-On-Step
                      THRU Place-Employee-On-Step-Exit

               WHEN sw-menu-option-progress
                    PERFORM Run-Step-Progression
                      THRU Run-Step-Progression-Exit

               WHEN sw-menu-option-exit
                    DISPLAY "Leaving this program..."

               WHEN OTHER
                    DISPLAY "Unrecognized option. Please try again!"
           END-EVALUATE.

       Load-Step-Table.
           MOVE ZEROES TO ws-step-tbl-count
           MOVE 'N'    TO ws-eof-CatStep

           OPEN INPUT CatStep

           IF fs-CatStep NOT EQUAL "00"
              CLOSE CatStep
              DISPLAY "There is no step table yet. A new one starts "
                      "empty."
              GO TO Load-Step-Table-Exit
           END-IF

           PERFORM Read-One-Step-Row
             UNTIL sw-eof-CatStep-Y

           CLOSE CatStep

           DISPLAY "Step table loaded with [" ws-step-tbl-count
                   "] rates.".
       Load-Step-Table-Exit.
           EXIT.

       Read-One-Step-Row.
           READ CatStep RECORD
             AT END
                SET sw-eof-CatStep-Y TO TRUE

            NOT AT END
                IF ws-step-tbl-count LESS cte-step-tbl-max
                   ADD cte-01 TO ws-step-tbl-count
                   MOVE catstep-rec-cod
                     TO ws-st-cod  (ws-step-tbl-count)
                   MOVE catstep-rec-step
                     TO ws-st-step (ws-step-tbl-count)
                   MOVE catstep-rec-rate
                     TO ws-st-rate (ws-step-tbl-count)
                ELSE
                   SET sw-step-overflow-Y TO TRUE
                   SET sw-eof-CatStep-Y   TO TRUE
                END-IF
           END-READ.

       Load-Employee-Steps.
           MOVE ZEROES TO ws-emp-tbl-count
           MOVE 'N'    TO ws-eof-EmpStep

           OPEN INPUT EmpStep

           IF fs-EmpStep NOT EQUAL "00"
              CLOSE EmpStep
              DISPLAY "There is no employee step file yet. A new "
                      "one starts empty."
              GO TO Load-Employee-Steps-Exit
           END-IF

           PERFORM Read-One-Employee-Step
             UNTIL sw-eof-EmpStep-Y

           CLOSE EmpStep

           DISPLAY "Employee steps loaded with [" ws-emp-tbl-count
                   "] employees.".
       Load-Employee-Steps-Exit.
           EXIT.

       Read-One-Employee-Step.
           READ EmpStep RECORD
             AT END
                SET sw-eof-EmpStep-Y TO TRUE

            NOT AT END
                IF ws-emp-tbl-count LESS cte-emp-tbl-max
                   ADD cte-01 TO ws-emp-tbl-count
                   MOVE empstep-rec-code
                     TO ws-es-code       (ws-emp-tbl-count)
                   MOVE empstep-rec-cod-cat
                     TO ws-es-cod-cat    (ws-emp-tbl-count)
                   MOVE empstep-rec-step
                     TO ws-es-step       (ws-emp-tbl-count)
                   MOVE empstep-rec-moved-date
                     TO ws-es-moved-date (ws-emp-tbl-count)
                ELSE
                   SET sw-emp-overflow-Y TO TRUE
                   SET sw-eof-EmpStep-Y  TO TRUE
                END-IF
           END-READ.

       Record-Step-Rate.
           DISPLAY "Category code   : " WITH NO ADVANCING
           ACCEPT ws-cap-cod-cat

           DISPLAY "Step number     : " WITH NO ADVANCING
           ACCEPT ws-cap-step

           DISPLAY "Step rate       : " WITH NO ADVANCING
           ACCEPT ws-cap-rate

           IF ws-cap-cod-cat EQUAL ZEROES
           OR ws-cap-step EQUAL ZEROES
           OR ws-cap-rate NOT GREATER ZEROES
              DISPLAY "The category, step and a positive rate must "
                      "be entered. Nothing recorded."
              GO TO Record-Step-Rate-Exit
           END-IF

           MOVE ws-cap-cod-cat TO ws-step-seek-cat
           MOVE ws-cap-step    TO ws-step-seek-step

           PERFORM Find-Step-Entry

           IF ws-step-found-sub EQUAL ZEROES
              IF ws-step-tbl-count NOT LESS cte-step-tbl-max
                 DISPLAY "*** WARNING: the step table is full at ["
                         cte-step-tbl-max "]. Nothing recorded. ***"
                 GO TO Record-Step-Rate-Exit
              END-IF

              ADD cte-01 TO ws-step-tbl-count
              MOVE ws-step-tbl-count TO ws-step-found-sub
              MOVE ws-cap-cod-cat TO ws-st-cod  (ws-step-found-sub)
              MOVE ws-cap-step    TO ws-st-step (ws-step-found-sub)
           END-IF

           MOVE ws-cap-rate TO ws-st-rate (ws-step-found-sub)

           PERFORM Rewrite-Step-Table

           DISPLAY "Category [" ws-cap-cod-cat "] step ["
                   ws-cap-step "] now pays [" ws-cap-rate "].".
       Record-Step-Rate-Exit.
           EXIT.

       List-Step-Table.
           DISPLAY "Category code (0 for all): " WITH NO ADVANCING
           ACCEPT ws-cap-cod-cat

           MOVE ZEROES TO ws-list-counter

           DISPLAY SPACE
           DISPLAY "Category  Step  Rate"

           PERFORM List-One-Step-Row
           VARYING ws-step-sub FROM 1 BY 1
             UNTIL ws-step-sub GREATER ws-step-tbl-count

           DISPLAY "Step rates listed: [" ws-list-counter "].".

       List-One-Step-Row.
           IF ws-cap-cod-cat EQUAL ZEROES
           OR ws-cap-cod-cat EQUAL ws-st-cod (ws-step-sub)
              ADD cte-01 TO ws-list-counter
              DISPLAY "[" ws-st-cod (ws-step-sub) "] ["
                      ws-st-step (ws-step-sub) "] ["
                      ws-st-rate (ws-step-sub) "]."
           END-IF.

       Place-Employee-On-Step.
           DISPLAY "Employee code              : " WITH NO ADVANCING
           ACCEPT ws-cap-code

           DISPLAY "Step number                : " WITH NO ADVANCING
           ACCEPT ws-cap-step

           DISPLAY "Employee index file        : " WITH NO ADVANCING
           ACCEPT ws-IdxFile-name

           OPEN INPUT IdxFile

           IF fs-IdxFile NOT EQUAL "00"
              CLOSE IdxFile
              DISPLAY "*** WARNING: the employee index file could "
                      "not be opened. Nothing placed. ***"
              GO TO Place-Employee-On-Step-Exit
           END-IF

           MOVE ws-cap-code TO f-IdxFile-rec-cod-employee

           READ IdxFile RECORD KEY IS f-IdxFile-rec-cod-employee
               INVALID KEY
                  CLOSE IdxFile
                  DISPLAY "Employee [" ws-cap-code "] is not on the "
                          "master file. Nothing placed."
                  GO TO Place-Employee-On-Step-Exit
           END-READ

           CLOSE IdxFile

           MOVE f-IdxFile-rec-cod-cat-employee TO ws-step-seek-cat
           MOVE ws-cap-step                    TO ws-step-seek-step

           PERFORM Find-Step-Entry

           IF ws-step-found-sub EQUAL ZEROES
              DISPLAY "Category [" f-IdxFile-rec-cod-cat-employee
                      "] has no step [" ws-cap-step "]. Nothing "
                      "placed."
              GO TO Place-Employee-On-Step-Exit
           END-IF

           PERFORM Find-Employee-Step

           IF ws-emp-found-sub EQUAL ZEROES
              IF ws-emp-tbl-count NOT LESS cte-emp-tbl-max
                 DISPLAY "*** WARNING: the employee step table is "
                         "full at [" cte-emp-tbl-max "]. Nothing "
                         "placed. ***"
                 GO TO Place-Employee-On-Step-Exit
              END-IF

              ADD cte-01 TO ws-emp-tbl-count
              MOVE ws-emp-tbl-count TO ws-emp-found-sub
              MOVE ws-cap-code TO ws-es-code (ws-emp-found-sub)
           END-IF

           MOVE f-IdxFile-rec-cod-cat-employee
             TO ws-es-cod-cat    (ws-emp-found-sub)
           MOVE ws-cap-step
             TO ws-es-step       (ws-emp-found-sub)
           MOVE ws-CDT-Date
             TO ws-es-moved-date (ws-emp-found-sub)

           PERFORM Rewrite-Employee-Steps

           DISPLAY "[" f-IdxFile-rec-name-employee "] is on step ["
                   ws-cap-step "] of category ["
                   f-IdxFile-rec-cod-cat-employee "] at ["
                   ws-st-rate (ws-step-found-sub) "]."

           IF f-IdxFile-rec-salary-employee NOT EQUAL
              ws-st-rate (ws-step-found-sub)
              DISPLAY "The current salary ["
                      f-IdxFile-rec-salary-employee "] differs from "
                      "the step rate. Enter a raise to align it if "
                      "that is intended."
           END-IF.
       Place-Employee-On-Step-Exit.
           EXIT.

       Run-Step-Progression.
           DISPLAY "Anniversary month (CCYYMM) : " WITH NO ADVANCING
           ACCEPT ws-cap-month

           DISPLAY "Employee index file        : " WITH NO ADVANCING
           ACCEPT ws-IdxFile-name

           IF ws-cap-month-mm LESS 1
           OR ws-cap-month-mm GREATER 12
           OR ws-IdxFile-name EQUAL SPACES
              DISPLAY "A valid month and the employee index file "
                      "are both needed. Nothing generated."
              GO TO Run-Step-Progression-Exit
           END-IF

           IF ws-step-tbl-count EQUAL ZEROES
           OR ws-emp-tbl-count EQUAL ZEROES
              DISPLAY "*** The step table or the employee step file "
                      "is empty. No progression can be run. ***"
              GO TO Run-Step-Progression-Exit
           END-IF

           OPEN INPUT IdxFile

           IF fs-IdxFile NOT EQUAL "00"
              CLOSE IdxFile
              DISPLAY "*** WARNING: the employee index file could "
                      "not be opened. Nothing generated. ***"
              GO TO Run-Step-Progression-Exit
           END-IF

           OPEN EXTEND PendFile

           IF fs-PendFile NOT EQUAL "00" AND
              fs-PendFile NOT EQUAL "05"
              CLOSE IdxFile
                    PendFile
              DISPLAY "*** WARNING: the approval queue file could "
                      "not be opened. Nothing generated. ***"
              GO TO Run-Step-Progression-Exit
           END-IF

           MOVE ZEROES TO ws-prg-due-count
                          ws-prg-proposed-count
                          ws-prg-skipped-count
                          ws-prg-top-count

           PERFORM Progress-One-Employee
              THRU Progress-One-Employee-Exit
           VARYING ws-emp-sub FROM 1 BY 1
             UNTIL ws-emp-sub GREATER ws-emp-tbl-count

           CLOSE IdxFile
                 PendFile

           IF ws-prg-proposed-count GREATER ZEROES
              PERFORM Rewrite-Employee-Steps
           END-IF

           DISPLAY SPACE
           DISPLAY "Anniversaries due this month             : ["
                   ws-prg-due-count "]."
           DISPLAY "Step raises proposed to the approval queue: ["
                   ws-prg-proposed-count "]."
           DISPLAY "Already at the top step                  : ["
                   ws-prg-top-count "]."
           DISPLAY "Skipped                                  : ["
                   ws-prg-skipped-count "]."
           DISPLAY "The proposals now await supervisor approval "
                   "through the approval queue program.".
       Run-Step-Progression-Exit.
           EXIT.

       Progress-One-Employee.
           MOVE ws-es-code (ws-emp-sub) TO f-IdxFile-rec-cod-employee

           READ IdxFile RECORD KEY IS f-IdxFile-rec-cod-employee
               INVALID KEY
                  ADD cte-01 TO ws-prg-skipped-count
                  DISPLAY "*** Employee [" ws-es-code (ws-emp-sub)
                          "] holds a step but is not on the master "
                          "file. Skipped. ***"
                  GO TO Progress-One-Employee-Exit
           END-READ

           MOVE f-IdxFile-rec-hire-date-employee TO ws-prg-hire-date

           IF ws-prg-hire-mm NOT EQUAL ws-cap-month-mm
           OR ws-prg-hire-year NOT LESS ws-cap-month-year
              GO TO Progress-One-Employee-Exit
           END-IF

           ADD cte-01 TO ws-prg-due-count

           IF NOT sw-f-IdxFile-rec-status-active
              ADD cte-01 TO ws-prg-skipped-count
              DISPLAY "*** Employee [" ws-es-code (ws-emp-sub)
                      "] is not active. Skipped. ***"
              GO TO Progress-One-Employee-Exit
           END-IF

           IF ws-es-moved-month (ws-emp-sub) NOT LESS ws-cap-month-num
              ADD cte-01 TO ws-prg-skipped-count
              DISPLAY "*** Employee [" ws-es-code (ws-emp-sub)
                      "] already moved step on ["
                      ws-es-moved-date (ws-emp-sub) "]. Skipped. ***"
              GO TO Progress-One-Employee-Exit
           END-IF

           IF ws-es-cod-cat (ws-emp-sub) NOT EQUAL
              f-IdxFile-rec-cod-cat-employee
              ADD cte-01 TO ws-prg-skipped-count
              DISPLAY "*** Employee [" ws-es-code (ws-emp-sub)
                      "] changed category since the step was "
                      "placed. Re-place the step. Skipped. ***"
              GO TO Progress-One-Employee-Exit
           END-IF

           MOVE ws-es-cod-cat (ws-emp-sub) TO ws-step-seek-cat
           COMPUTE ws-step-seek-step = ws-es-step (ws-emp-sub) + 1

           PERFORM Find-Step-Entry

           IF ws-step-found-sub EQUAL ZEROES
              ADD cte-01 TO ws-prg-top-count
              GO TO Progress-One-Employee-Exit
           END-IF

           MOVE f-IdxFile-rec-salary-employee TO ws-prg-old-salary
           MOVE ws-st-rate (ws-step-found-sub) TO ws-prg-new-salary

           IF ws-prg-new-salary NOT GREATER ws-prg-old-salary
              ADD cte-01 TO ws-prg-skipped-count
              DISPLAY "*** Employee [" ws-es-code (ws-emp-sub)
                      "] already earns [" ws-prg-old-salary "], at "
                      "or above step [" ws-step-seek-step "]. "
                      "Skipped. ***"
              GO TO Progress-One-Employee-Exit
           END-IF

           MOVE ws-es-code (ws-emp-sub)       TO pend-rec-cod-employee
           MOVE ws-CDT-Date                   TO pend-rec-req-date
           MOVE ws-prg-old-salary             TO pend-rec-old-salary
           MOVE ws-prg-new-salary             TO pend-rec-new-salary
           MOVE f-IdxFile-rec-cod-cat-employee
             TO pend-rec-cod-cat
           MOVE "STEPPROG"                    TO pend-rec-operator
           MOVE "P"                           TO pend-rec-status

           WRITE pend-rec

           MOVE ws-step-seek-step TO ws-es-step       (ws-emp-sub)
           MOVE ws-CDT-Date       TO ws-es-moved-date (ws-emp-sub)

           ADD cte-01 TO ws-prg-proposed-count

           DISPLAY "Proposed: [" ws-es-code (ws-emp-sub) "] to step ["
                   ws-step-seek-step "] new salary ["
                   ws-prg-new-salary "].".
       Progress-One-Employee-Exit.
           EXIT.

       Find-Step-Entry.
           MOVE ZEROES TO ws-step-found-sub

           PERFORM Match-Step-Entry
           VARYING ws-step-sub FROM 1 BY 1
             UNTIL ws-step-sub GREATER ws-step-tbl-count
                OR ws-step-found-sub GREATER ZEROES.

       Match-Step-Entry.
           IF  ws-st-cod  (ws-step-sub) EQUAL ws-step-seek-cat
           AND ws-st-step (ws-step-sub) EQUAL ws-step-seek-step
               MOVE ws-step-sub TO ws-step-found-sub
           END-IF.

       Find-Employee-Step.
           MOVE ZEROES TO ws-emp-found-sub

           PERFORM Match-Employee-Step
           VARYING ws-emp-sub FROM 1 BY 1
             UNTIL ws-emp-sub GREATER ws-emp-tbl-count
                OR ws-emp-found-sub GREATER ZEROES.

       Match-Employee-Step.
           IF ws-es-code (ws-emp-sub) EQUAL ws-cap-code
              MOVE ws-emp-sub TO ws-emp-found-sub
           END-IF.

       Rewrite-Step-Table.
           OPEN OUTPUT CatStep

           IF fs-CatStep EQUAL "00" OR fs-CatStep EQUAL "05"
              PERFORM Write-One-Step-Row
              VARYING ws-step-sub FROM 1 BY 1
                UNTIL ws-step-sub GREATER ws-step-tbl-count

              CLOSE CatStep
           ELSE
              CLOSE CatStep
              DISPLAY "*** WARNING: the step table could not be "
                      "rewritten. The change was NOT saved. ***"
           END-IF.

       Write-One-Step-Row.
           MOVE ws-st-cod  (ws-step-sub) TO catstep-rec-cod
           MOVE ws-st-step (ws-step-sub) TO catstep-rec-step
           MOVE ws-st-rate (ws-step-sub) TO catstep-rec-rate

           WRITE catstep-rec.

       Rewrite-Employee-Steps.
           OPEN OUTPUT EmpStep

           IF fs-EmpStep EQUAL "00" OR fs-EmpStep EQUAL "05"
              PERFORM Write-One-Employee-Step
              VARYING ws-emp-sub FROM 1 BY 1
                UNTIL ws-emp-sub GREATER ws-emp-tbl-count

              CLOSE EmpStep
           ELSE
              CLOSE EmpStep
              DISPLAY "*** WARNING: the employee step file could not "
                      "be rewritten. The change was NOT saved. ***"
           END-IF.

       Write-One-Employee-Step.
           MOVE ws-es-code       (ws-emp-sub) TO empstep-rec-code
           MOVE ws-es-cod-cat    (ws-emp-sub) TO empstep-rec-cod-cat
           MOVE ws-es-step       (ws-emp-sub) TO empstep-rec-step
           MOVE ws-es-moved-date (ws-emp-sub)
             TO empstep-rec-moved-date

           WRITE empstep-rec.

       END PROGRAM StepMnt.

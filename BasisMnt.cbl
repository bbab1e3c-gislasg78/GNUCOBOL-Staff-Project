       IDENTIFICATION DIVISION.
       PROGRAM-ID. BasisMnt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EmpBasis ASSIGN TO ws-EmpBasis-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-EmpBasis.

           SELECT OPTIONAL IdxFile ASSIGN TO DISK ws-IdxFile-name
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS f-IdxFile-rec-cod-employee
                  FILE STATUS  IS fs-IdxFile.

       DATA DIVISION.
       FILE SECTION.
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
       77  fs-EmpBasis                  PIC X(02) VALUE SPACES.
       77  fs-IdxFile                   PIC X(02) VALUE SPACES.

       77  ws-EmpBasis-name             PIC X(12) VALUE "EmpBasis".
       77  ws-IdxFile-name              PIC X(12) VALUE SPACES.

       77  ws-eof-EmpBasis              PIC X(01) VALUE 'N'.
           88  sw-eof-EmpBasis-Y                  VALUE 'Y'.

       78  cte-01                                 VALUE 01.
       78  cte-basis-tbl-max                      VALUE 2000.

       01  ws-menu-controls.
           03  ws-menu-option           PIC 9(01) VALUE ZERO.
               88  sw-menu-option-set             VALUE 1.
               88  sw-menu-option-list            VALUE 2.
               88  sw-menu-option-exit            VALUE 3.

       01  ws-capture-fields.
           03  ws-cap-code              PIC 9(06) VALUE ZEROES.
           03  ws-cap-basis             PIC X(01) VALUE SPACE.
               88  sw-cap-basis-monthly       VALUES "M", "m".
               88  sw-cap-basis-hourly        VALUES "H", "h".
           03  ws-cap-hourly-rate       PIC 9(04)V9(02) VALUE ZEROES.

       01  ws-basis-controls.
           03  ws-basis-overflow-sw     PIC X(01) VALUE 'N'.
               88  sw-basis-overflow-Y            VALUE 'Y'.
           03  ws-basis-tbl-count       PIC 9(04) VALUE ZEROES.
           03  ws-basis-sub             PIC 9(04) VALUE ZEROES.
           03  ws-basis-found-sub       PIC 9(04) VALUE ZEROES.

       01  ws-basis-table.
           03  ws-basis-entry OCCURS cte-basis-tbl-max TIMES.
               05  ws-bs-code           PIC 9(06).
               05  ws-bs-basis          PIC X(01).
               05  ws-bs-hourly-rate    PIC 9(04)V9(02).
               05  ws-bs-changed-date   PIC 9(08).

       01  ws-list-counter              PIC 9(04) VALUE ZEROES.

       01  ws-current-date-and-time.
           03  ws-CDT-Date              PIC 9(08) VALUE ZEROES.
           03  FILLER                   PIC X(13) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "Employee pay basis: monthly salaried or hourly."

           MOVE FUNCTION CURRENT-DATE TO ws-current-date-and-time

           PERFORM Load-Basis-Table
             THRU Load-Basis-Table-Exit

           IF sw-basis-overflow-Y
              DISPLAY "*** The pay basis file is larger than the "
                      "table holds. It is left untouched: raise the "
                      "table before re-running. ***"
              STOP RUN
           END-IF

           PERFORM Process-Menu
             UNTIL sw-menu-option-exit

           STOP RUN.

       Process-Menu.
           DISPLAY SPACE
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "|    Employee Pay Basis.            |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "| [1]. Set an employee's pay basis. |"
           DISPLAY "| [2]. List hourly-paid employees.  |"
           DISPLAY "| [3]. Exit this program.           |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "Enter your own choice: " WITH NO ADVANCING
           ACCEPT ws-menu-option

           EVALUATE TRUE
               WHEN sw-menu-option-set
                    PERFORM Set-Pay-Basis
                      THRU Set-Pay-Basis-Exit

               WHEN sw-menu-option-list
                    PERFORM List-Hourly-Employees

               WHEN sw-menu-option-exit
                    DISPLAY "Leaving this program..."

               WHEN OTHER
                    DISPLAY "Unrecognized option. Please try again!"
           END-EVALUATE.

       Load-Basis-Table.
           MOVE ZEROES TO ws-basis-tbl-count
           MOVE 'N'    TO ws-eof-EmpBasis

           OPEN INPUT EmpBasis

           IF fs-EmpBasis NOT EQUAL "00"
              CLOSE EmpBasis
              DISPLAY "There is no pay basis file yet. Everyone is "
                      "paid monthly until set otherwise."
              GO TO Load-Basis-Table-Exit
           END-IF

           PERFORM Read-One-Basis-Row
             UNTIL sw-eof-EmpBasis-Y

           CLOSE EmpBasis

           DISPLAY "Pay basis file loaded with [" ws-basis-tbl-count
                   "] employees.".
       Load-Basis-Table-Exit.
           EXIT.

       Read-One-Basis-Row.
           READ EmpBasis RECORD
             AT END
                SET sw-eof-EmpBasis-Y TO TRUE

            NOT AT END
                IF ws-basis-tbl-count LESS cte-basis-tbl-max
                   ADD cte-01 TO ws-basis-tbl-count
                   MOVE empbasis-rec-code
                     TO ws-bs-code         (ws-basis-tbl-count)
                   MOVE empbasis-rec-basis
                     TO ws-bs-basis        (ws-basis-tbl-count)
                   MOVE empbasis-rec-hourly-rate
                     TO ws-bs-hourly-rate  (ws-basis-tbl-count)
                   MOVE empbasis-rec-changed-date
                     TO ws-bs-changed-date (ws-basis-tbl-count)
                ELSE
                   SET sw-basis-overflow-Y TO TRUE
                   SET sw-eof-EmpBasis-Y   TO TRUE
                END-IF
           END-READ.

       Set-Pay-Basis.
           DISPLAY "Employee index file          : " WITH NO ADVANCING
           ACCEPT ws-IdxFile-name

           DISPLAY "Employee code                : " WITH NO ADVANCING
           ACCEPT ws-cap-code

           OPEN INPUT IdxFile

           IF fs-IdxFile NOT EQUAL "00"
              CLOSE IdxFile
              DISPLAY "*** WARNING: the employee index file could "
                      "not be opened. Nothing changed. ***"
              GO TO Set-Pay-Basis-Exit
           END-IF

           MOVE ws-cap-code TO f-IdxFile-rec-cod-employee

           READ IdxFile RECORD KEY IS f-IdxFile-rec-cod-employee
               INVALID KEY
                  CLOSE IdxFile
                  DISPLAY "Employee [" ws-cap-code "] is not on the "
                          "master file. Nothing changed."
                  GO TO Set-Pay-Basis-Exit
           END-READ

           CLOSE IdxFile

           IF sw-f-IdxFile-rec-status-terminated
              DISPLAY "Employee [" ws-cap-code "] is terminated. "
                      "Nothing changed."
              GO TO Set-Pay-Basis-Exit
           END-IF

           PERFORM Find-Basis-Entry

           IF ws-basis-found-sub EQUAL ZEROES
              DISPLAY "[" f-IdxFile-rec-name-employee "] is paid "
                      "monthly (no pay basis on file)."
           ELSE
              DISPLAY "[" f-IdxFile-rec-name-employee "] pay basis ["
                      ws-bs-basis (ws-basis-found-sub) "] hourly "
                      "rate [" ws-bs-hourly-rate (ws-basis-found-sub)
                      "] since [" ws-bs-changed-date
                      (ws-basis-found-sub) "]."
           END-IF

           DISPLAY "Pay basis (M monthly, H hourly): "
              WITH NO ADVANCING
           ACCEPT ws-cap-basis

           EVALUATE TRUE
               WHEN sw-cap-basis-monthly
                    MOVE "M"    TO ws-cap-basis
                    MOVE ZEROES TO ws-cap-hourly-rate

               WHEN sw-cap-basis-hourly
                    MOVE "H"    TO ws-cap-basis
                    DISPLAY "Hourly rate                  : "
                       WITH NO ADVANCING
                    ACCEPT ws-cap-hourly-rate

                    IF ws-cap-hourly-rate EQUAL ZEROES
                       DISPLAY "An hourly employee needs an hourly "
                               "rate. Nothing changed."
                       GO TO Set-Pay-Basis-Exit
                    END-IF

               WHEN OTHER
                    DISPLAY "The pay basis must be M or H. Nothing "
                            "changed."
                    GO TO Set-Pay-Basis-Exit
           END-EVALUATE

           IF ws-basis-found-sub EQUAL ZEROES
              IF ws-basis-tbl-count NOT LESS cte-basis-tbl-max
                 DISPLAY "*** WARNING: the pay basis table is full at ["
                         cte-basis-tbl-max "]. Nothing changed. ***"
                 GO TO Set-Pay-Basis-Exit
              END-IF

              ADD cte-01 TO ws-basis-tbl-count
              MOVE ws-basis-tbl-count TO ws-basis-found-sub
              MOVE ws-cap-code TO ws-bs-code (ws-basis-found-sub)
           END-IF

           MOVE ws-cap-basis
             TO ws-bs-basis        (ws-basis-found-sub)
           MOVE ws-cap-hourly-rate
             TO ws-bs-hourly-rate  (ws-basis-found-sub)
           MOVE ws-CDT-Date
             TO ws-bs-changed-date (ws-basis-found-sub)

           PERFORM Rewrite-Basis-File

           IF ws-cap-basis EQUAL "H"
              DISPLAY "[" f-IdxFile-rec-name-employee "] is now paid "
                      "by the hour at [" ws-cap-hourly-rate "] on "
                      "approved timesheet hours."
           ELSE
              DISPLAY "[" f-IdxFile-rec-name-employee "] is now paid "
                      "monthly from the master file salary."
           END-IF.
       Set-Pay-Basis-Exit.
           EXIT.

       List-Hourly-Employees.
           MOVE ZEROES TO ws-list-counter

           DISPLAY SPACE
           DISPLAY "Employee  Hourly rate  Since"

           PERFORM List-One-Basis-Row
           VARYING ws-basis-sub FROM 1 BY 1
             UNTIL ws-basis-sub GREATER ws-basis-tbl-count

           DISPLAY "Hourly-paid employees: [" ws-list-counter "].".

       List-One-Basis-Row.
           IF ws-bs-basis (ws-basis-sub) EQUAL "H"
              ADD cte-01 TO ws-list-counter
              DISPLAY "[" ws-bs-code (ws-basis-sub) "] ["
                      ws-bs-hourly-rate (ws-basis-sub) "] ["
                      ws-bs-changed-date (ws-basis-sub) "]."
           END-IF.

       Find-Basis-Entry.
           MOVE ZEROES TO ws-basis-found-sub

           PERFORM Match-Basis-Entry
           VARYING ws-basis-sub FROM 1 BY 1
             UNTIL ws-basis-sub GREATER ws-basis-tbl-count
                OR ws-basis-found-sub GREATER ZEROES.

       Match-Basis-Entry.
           IF ws-bs-code (ws-basis-sub) EQUAL ws-cap-code
              MOVE ws-basis-sub TO ws-basis-found-sub
           END-IF.

       Rewrite-Basis-File.
           OPEN OUTPUT EmpBasis

           IF fs-EmpBasis EQUAL "00" OR fs-EmpBasis EQUAL "05"
              PERFORM Write-One-Basis-Row
              VARYING ws-basis-sub FROM 1 BY 1
                UNTIL ws-basis-sub GREATER ws-basis-tbl-count

              CLOSE EmpBasis
           ELSE
              CLOSE EmpBasis
              DISPLAY "*** WARNING: the pay basis file could not be "
                      "rewritten. The change was NOT saved. ***"
           END-IF.

       Write-One-Basis-Row.
           MOVE ws-bs-code         (ws-basis-sub) TO empbasis-rec-code
           MOVE ws-bs-basis        (ws-basis-sub) TO empbasis-rec-basis
           MOVE ws-bs-hourly-rate  (ws-basis-sub)
             TO empbasis-rec-hourly-rate
           MOVE ws-bs-changed-date (ws-basis-sub)
             TO empbasis-rec-changed-date

           WRITE empbasis-rec.

       END PROGRAM BasisMnt.

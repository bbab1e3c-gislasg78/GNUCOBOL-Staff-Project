       IDENTIFICATION DIVISION.
       PROGRAM-ID. CaseMnt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CaseFile ASSIGN TO ws-CaseFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-CaseFile.

           SELECT OPTIONAL LeaveTakn ASSIGN TO ws-LeaveTakn-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-LeaveTakn.

           SELECT OPTIONAL OperFile ASSIGN TO ws-OperFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-OperFile.

           SELECT OPTIONAL IdxFile ASSIGN TO DISK ws-IdxFile-name
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS f-IdxFile-rec-cod-employee
                  FILE STATUS  IS fs-IdxFile.

       DATA DIVISION.
       FILE SECTION.
       FD  CaseFile
           RECORD CONTAINS 82 CHARACTERS.

       01  case-rec.
           03  case-rec-code             PIC 9(06) VALUE ZEROES.
           03  case-rec-seq              PIC 9(03) VALUE ZEROES.
           03  case-rec-type             PIC X(02) VALUE SPACES.
               88  sw-case-rec-verbal-warning     VALUE "VW".
               88  sw-case-rec-written-warning    VALUE "WW".
               88  sw-case-rec-final-warning      VALUE "FW".
               88  sw-case-rec-suspension         VALUE "SU".
               88  sw-case-rec-grievance          VALUE "GR".
           03  case-rec-opened           PIC 9(08) VALUE ZEROES.
           03  case-rec-closed           PIC 9(08) VALUE ZEROES.
           03  case-rec-outcome          PIC X(30) VALUE SPACES.
           03  case-rec-investigator     PIC X(08) VALUE SPACES.
           03  case-rec-warn-expiry      PIC 9(08) VALUE ZEROES.
           03  case-rec-unpaid-days      PIC 9(02)V9(01)
                                                   VALUE ZEROES.
           03  case-rec-unpaid-period    PIC 9(06) VALUE ZEROES.

       FD  LeaveTakn
           RECORD CONTAINS 15 CHARACTERS.

       01  leavetakn-rec.
           03  leavetakn-rec-code        PIC 9(06) VALUE ZEROES.
           03  leavetakn-rec-period      PIC 9(06) VALUE ZEROES.
           03  leavetakn-rec-days        PIC 9(02)V9(01)
                                                   VALUE ZEROES.

       FD  OperFile
           RECORD CONTAINS 53 CHARACTERS.

       01  oper-rec.
           03  oper-rec-id                     PIC X(08)  VALUE SPACES.
           03  oper-rec-password               PIC X(08)  VALUE SPACES.
           03  oper-rec-level                  PIC 9(01)  VALUE ZERO.
               88  sw-oper-rec-level-admin                 VALUE 3.
           03  oper-rec-name                   PIC X(20)  VALUE SPACES.
           03  oper-rec-pwd-changed            PIC 9(08)  VALUE ZEROES.
           03  oper-rec-fail-count             PIC 9(01)  VALUE ZERO.
           03  oper-rec-status                 PIC X(01)  VALUE "A".
               88  sw-oper-rec-status-active              VALUES "A",
                                                            SPACE.
           03  oper-rec-emp-code               PIC 9(06)  VALUE ZEROES.

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
       77  fs-CaseFile                  PIC X(02) VALUE SPACES.
       77  fs-LeaveTakn                 PIC X(02) VALUE SPACES.
       77  fs-OperFile                  PIC X(02) VALUE SPACES.
       77  fs-IdxFile                   PIC X(02) VALUE SPACES.

       77  ws-CaseFile-name             PIC X(12) VALUE "CaseFile".
       77  ws-LeaveTakn-name            PIC X(12) VALUE "LeaveTakn".
       77  ws-OperFile-name             PIC X(12) VALUE "OperFile".
       77  ws-IdxFile-name              PIC X(12) VALUE SPACES.

       77  ws-eof-CaseFile              PIC X(01) VALUE 'N'.
           88  sw-eof-CaseFile-Y                  VALUE 'Y'.
       77  ws-eof-OperFile              PIC X(01) VALUE 'N'.
           88  sw-eof-OperFile-Y                  VALUE 'Y'.

       78  cte-01                                 VALUE 01.
       78  cte-12                                 VALUE 12.
       78  cte-case-tbl-max                       VALUE 1000.
       78  cte-case-view-level                    VALUE 3.

       01  ws-menu-controls.
           03  ws-menu-option           PIC 9(01) VALUE ZERO.
               88  sw-menu-option-open            VALUE 1.
               88  sw-menu-option-close           VALUE 2.
               88  sw-menu-option-list            VALUE 3.
               88  sw-menu-option-report          VALUE 4.
               88  sw-menu-option-exit            VALUE 5.

       01  ws-case-auth-fields.
           03  ws-auth-oper-id          PIC X(08) VALUE SPACES.
           03  ws-auth-password         PIC X(08) VALUE SPACES.
           03  ws-auth-granted-sw       PIC X(01) VALUE 'N'.
               88  sw-auth-granted-Y              VALUE 'Y'.
           03  ws-signlog-program       PIC X(08) VALUE SPACES.
           03  ws-signlog-result        PIC X(01) VALUE SPACE.

       01  ws-capture-fields.
           03  ws-cap-code              PIC 9(06) VALUE ZEROES.
           03  ws-cap-seq               PIC 9(03) VALUE ZEROES.
           03  ws-cap-type              PIC X(02) VALUE SPACES.
               88  sw-cap-type-valid              VALUES "VW", "WW",
                                                         "FW", "SU",
                                                         "GR".
               88  sw-cap-type-warning            VALUES "VW", "WW",
                                                         "FW".
               88  sw-cap-type-suspension         VALUE "SU".
           03  ws-cap-date.
               05  ws-cap-year          PIC 9(04) VALUE ZEROES.
               05  ws-cap-month         PIC 9(02) VALUE ZEROES.
               05  ws-cap-day           PIC 9(02) VALUE ZEROES.
           03  ws-cap-date-num      REDEFINES ws-cap-date
                                        PIC 9(08).
           03  ws-cap-date-valid-sw     PIC X(01) VALUE 'N'.
               88  sw-cap-date-valid-Y            VALUE 'Y'.
               88  sw-cap-date-valid-N            VALUE 'N'.
           03  ws-cap-outcome           PIC X(30) VALUE SPACES.
           03  ws-cap-warn-months       PIC 9(02) VALUE ZEROES.
           03  ws-cap-unpaid-days       PIC 9(02)V9(01)
                                                  VALUE ZEROES.
           03  ws-cap-unpaid-period     PIC 9(06) VALUE ZEROES.
           03  ws-cap-report-month      PIC 9(06) VALUE ZEROES.

       01  ws-validate-fields.
           03  ws-employee-valid-sw     PIC X(01) VALUE 'N'.
               88  sw-employee-valid-Y            VALUE 'Y'.
               88  sw-employee-valid-N            VALUE 'N'.

       01  ws-case-controls.
           03  ws-case-overflow-sw      PIC X(01) VALUE 'N'.
               88  sw-case-overflow-Y             VALUE 'Y'.
           03  ws-case-tbl-count        PIC 9(04) VALUE ZEROES.
           03  ws-case-sub              PIC 9(04) VALUE ZEROES.
           03  ws-case-found-sub        PIC 9(04) VALUE ZEROES.
           03  ws-case-last-seq         PIC 9(03) VALUE ZEROES.
           03  ws-today                 PIC 9(08) VALUE ZEROES.

       01  ws-case-table.
           03  ws-case-entry OCCURS cte-case-tbl-max TIMES.
               05  ws-cs-code           PIC 9(06).
               05  ws-cs-seq            PIC 9(03).
               05  ws-cs-type           PIC X(02).
               05  ws-cs-opened         PIC 9(08).
               05  ws-cs-closed         PIC 9(08).
               05  ws-cs-outcome        PIC X(30).
               05  ws-cs-investigator   PIC X(08).
               05  ws-cs-warn-expiry    PIC 9(08).
               05  ws-cs-unpaid-days    PIC 9(02)V9(01).
               05  ws-cs-unpaid-period  PIC 9(06).

       01  ws-expiry-fields.
           03  ws-exp-total-months      PIC 9(06) VALUE ZEROES.
           03  ws-exp-date.
               05  ws-exp-year          PIC 9(04) VALUE ZEROES.
               05  ws-exp-month         PIC 9(02) VALUE ZEROES.
               05  ws-exp-day           PIC 9(02) VALUE ZEROES.
           03  ws-exp-date-num      REDEFINES ws-exp-date
                                        PIC 9(08).
           03  ws-exp-valid-sw          PIC X(01) VALUE 'N'.
               88  sw-exp-valid-Y                 VALUE 'Y'.

       01  ws-report-controls.
           03  ws-list-counter          PIC 9(04) VALUE ZEROES.
           03  ws-opened-in-month       PIC 9(04) VALUE ZEROES.
           03  ws-closed-in-month       PIC 9(04) VALUE ZEROES.
           03  ws-still-open            PIC 9(04) VALUE ZEROES.
           03  ws-live-warnings         PIC 9(04) VALUE ZEROES.
           03  ws-days-open             PIC 9(05) VALUE ZEROES.
           03  ws-case-month            PIC 9(06) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "Disciplinary and grievance case file."

           ACCEPT ws-today FROM DATE YYYYMMDD

           MOVE "CaseMnt" TO ws-signlog-program

           PERFORM Check-Case-Authorization
              THRU Check-Case-Authorization-Exit

           IF NOT sw-auth-granted-Y
              STOP RUN
           END-IF

           DISPLAY "Employee index file name : " WITH NO ADVANCING
           ACCEPT ws-IdxFile-name

           OPEN INPUT IdxFile

           IF fs-IdxFile NOT EQUAL "00"
              CLOSE IdxFile
              DISPLAY "*** WARNING: the employee index file could "
                      "not be opened. Cases cannot be validated, so "
                      "nothing will be maintained. ***"
              STOP RUN
           END-IF

           PERFORM Load-Case-File

           IF sw-case-overflow-Y
              CLOSE IdxFile
              DISPLAY "*** The case file holds more than ["
                      cte-case-tbl-max "] cases. The file is left "
                      "untouched: raise the table before "
                      "re-running. ***"
              STOP RUN
           END-IF

           PERFORM Process-Menu
             UNTIL sw-menu-option-exit

           CLOSE IdxFile

           STOP RUN.

       Process-Menu.
           DISPLAY SPACE
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "|   Disciplinary & Grievance Cases.  |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "| [1]. Open a case.                  |"
           DISPLAY "| [2]. Close a case.                 |"
           DISPLAY "| [3]. List an employee's cases.     |"
           DISPLAY "| [4]. Monthly open-cases report.    |"
           DISPLAY "| [5]. Exit this program.            |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "Enter your own choice: " WITH NO ADVANCING
           ACCEPT ws-menu-option

           EVALUATE TRUE
               WHEN sw-menu-option-open
                    PERFORM Open-Case

               WHEN sw-menu-option-close
                    PERFORM Close-Case
                       THRU Close-Case-Exit

               WHEN sw-menu-option-list
                    PERFORM List-Employee-Cases

               WHEN sw-menu-option-report
                    PERFORM Print-Open-Cases-Report

               WHEN sw-menu-option-exit
                    DISPLAY "Leaving this program..."

               WHEN OTHER
                    DISPLAY "Unrecognized option. Please try again!"
           END-EVALUATE.

       Load-Case-File.
           MOVE ZEROES TO ws-case-tbl-count
           MOVE 'N'    TO ws-eof-CaseFile

           OPEN INPUT CaseFile

           IF fs-CaseFile NOT EQUAL "00"
              CLOSE CaseFile
              DISPLAY "There is no case file yet. A new one starts "
                      "empty."
           ELSE
              PERFORM Read-One-Case
                UNTIL sw-eof-CaseFile-Y

              CLOSE CaseFile

              DISPLAY "Case file loaded with [" ws-case-tbl-count
                      "] cases."
           END-IF.

       Read-One-Case.
           READ CaseFile RECORD
             AT END
                SET sw-eof-CaseFile-Y TO TRUE

            NOT AT END
                IF ws-case-tbl-count LESS cte-case-tbl-max
                   ADD cte-01 TO ws-case-tbl-count
                   MOVE case-rec-code
                     TO ws-cs-code          (ws-case-tbl-count)
                   MOVE case-rec-seq
                     TO ws-cs-seq           (ws-case-tbl-count)
                   MOVE case-rec-type
                     TO ws-cs-type          (ws-case-tbl-count)
                   MOVE case-rec-opened
                     TO ws-cs-opened        (ws-case-tbl-count)
                   MOVE case-rec-closed
                     TO ws-cs-closed        (ws-case-tbl-count)
                   MOVE case-rec-outcome
                     TO ws-cs-outcome       (ws-case-tbl-count)
                   MOVE case-rec-investigator
                     TO ws-cs-investigator  (ws-case-tbl-count)
                   MOVE case-rec-warn-expiry
                     TO ws-cs-warn-expiry   (ws-case-tbl-count)
                   MOVE case-rec-unpaid-days
                     TO ws-cs-unpaid-days   (ws-case-tbl-count)
                   MOVE case-rec-unpaid-period
                     TO ws-cs-unpaid-period (ws-case-tbl-count)
                ELSE
                   SET sw-case-overflow-Y TO TRUE
                   SET sw-eof-CaseFile-Y  TO TRUE
                END-IF
           END-READ.

       Open-Case.
           DISPLAY "Employee code                  : "
              WITH NO ADVANCING
           ACCEPT ws-cap-code

           DISPLAY "Case type (VW/WW/FW/SU/GR)     : "
              WITH NO ADVANCING
           ACCEPT ws-cap-type

           DISPLAY "Date opened (CCYYMMDD, 0=today): "
              WITH NO ADVANCING
           ACCEPT ws-cap-date

           IF ws-cap-date-num EQUAL ZEROES
              MOVE ws-today TO ws-cap-date-num
           END-IF

           MOVE 'N' TO ws-cap-date-valid-sw
           CALL "Val_Date" USING ws-cap-year
                                 ws-cap-month
                                 ws-cap-day
                                 ws-cap-date-valid-sw

           MOVE ws-cap-code TO f-IdxFile-rec-cod-employee

           PERFORM Validate-Employee

           IF sw-employee-valid-N
              DISPLAY "The case was not opened."
           ELSE
           IF NOT sw-cap-type-valid
              DISPLAY "Unrecognized case type [" ws-cap-type "]. The "
                      "case was not opened."
           ELSE
           IF sw-cap-date-valid-N
              DISPLAY "The open date [" ws-cap-date "] is not a valid "
                      "calendar date. The case was not opened."
           ELSE
           IF ws-case-tbl-count NOT LESS cte-case-tbl-max
              DISPLAY "*** WARNING: the case table is full at ["
                      cte-case-tbl-max "]. Nothing was opened. ***"
           ELSE
              MOVE ZEROES TO ws-case-last-seq

              PERFORM Note-Last-Case-Seq
              VARYING ws-case-sub FROM 1 BY 1
                UNTIL ws-case-sub GREATER ws-case-tbl-count

              ADD cte-01 TO ws-case-tbl-count
                            ws-case-last-seq
              MOVE ws-cap-code
                TO ws-cs-code          (ws-case-tbl-count)
              MOVE ws-case-last-seq
                TO ws-cs-seq           (ws-case-tbl-count)
              MOVE ws-cap-type
                TO ws-cs-type          (ws-case-tbl-count)
              MOVE ws-cap-date-num
                TO ws-cs-opened        (ws-case-tbl-count)
              MOVE ws-auth-oper-id
                TO ws-cs-investigator  (ws-case-tbl-count)
              MOVE SPACES
                TO ws-cs-outcome       (ws-case-tbl-count)
              MOVE ZEROES
                TO ws-cs-closed        (ws-case-tbl-count)
                   ws-cs-warn-expiry   (ws-case-tbl-count)
                   ws-cs-unpaid-days   (ws-case-tbl-count)
                   ws-cs-unpaid-period (ws-case-tbl-count)

              PERFORM Rewrite-Case-File

              DISPLAY "Case [" ws-case-last-seq "] was opened for ["
                      f-IdxFile-rec-name-employee "]."
           END-IF
           END-IF
           END-IF
           END-IF.

       Note-Last-Case-Seq.
           IF  ws-cs-code (ws-case-sub) EQUAL ws-cap-code
           AND ws-cs-seq  (ws-case-sub) GREATER ws-case-last-seq
               MOVE ws-cs-seq (ws-case-sub) TO ws-case-last-seq
           END-IF.

       Close-Case.
           DISPLAY "Employee code                  : "
              WITH NO ADVANCING
           ACCEPT ws-cap-code

           DISPLAY "Case number                    : "
              WITH NO ADVANCING
           ACCEPT ws-cap-seq

           MOVE ZEROES TO ws-case-found-sub

           PERFORM Match-Case-Entry
           VARYING ws-case-sub FROM 1 BY 1
             UNTIL ws-case-sub GREATER ws-case-tbl-count
                OR ws-case-found-sub GREATER ZEROES

           IF ws-case-found-sub EQUAL ZEROES
              DISPLAY "Case [" ws-cap-seq "] of employee ["
                      ws-cap-code "] is not on file."
              GO TO Close-Case-Exit
           END-IF

           IF ws-cs-closed (ws-case-found-sub) NOT EQUAL ZEROES
              DISPLAY "The case was already closed on ["
                      ws-cs-closed (ws-case-found-sub) "]."
              GO TO Close-Case-Exit
           END-IF

           MOVE ws-cs-type (ws-case-found-sub) TO ws-cap-type

           DISPLAY "Date closed (CCYYMMDD, 0=today): "
              WITH NO ADVANCING
           ACCEPT ws-cap-date

           DISPLAY "Outcome                        : "
              WITH NO ADVANCING
           ACCEPT ws-cap-outcome

           IF ws-cap-date-num EQUAL ZEROES
              MOVE ws-today TO ws-cap-date-num
           END-IF

           MOVE 'N' TO ws-cap-date-valid-sw
           CALL "Val_Date" USING ws-cap-year
                                 ws-cap-month
                                 ws-cap-day
                                 ws-cap-date-valid-sw

           IF sw-cap-date-valid-N
           OR ws-cap-date-num LESS ws-cs-opened (ws-case-found-sub)
              DISPLAY "The close date [" ws-cap-date "] is not a "
                      "valid date on or after the open date. Nothing "
                      "was changed."
              GO TO Close-Case-Exit
           END-IF

           IF ws-cap-outcome EQUAL SPACES
              DISPLAY "The outcome must be entered. Nothing was "
                      "changed."
              GO TO Close-Case-Exit
           END-IF

           MOVE ZEROES TO ws-exp-date-num
                          ws-cap-unpaid-days
                          ws-cap-unpaid-period

           IF sw-cap-type-warning
              DISPLAY "Warning live for how many months: "
                 WITH NO ADVANCING
              ACCEPT ws-cap-warn-months

              IF ws-cap-warn-months GREATER ZEROES
                 PERFORM Compute-Warning-Expiry
              END-IF
           END-IF

           IF sw-cap-type-suspension
              DISPLAY "Unpaid suspension days (0=paid): "
                 WITH NO ADVANCING
              ACCEPT ws-cap-unpaid-days

              IF ws-cap-unpaid-days GREATER ZEROES
                 DISPLAY "Pay period to deduct (CCYYMM) : "
                    WITH NO ADVANCING
                 ACCEPT ws-cap-unpaid-period

                 IF ws-cap-unpaid-period EQUAL ZEROES
                    DISPLAY "The pay period must be entered for an "
                            "unpaid suspension. Nothing was changed."
                    GO TO Close-Case-Exit
                 END-IF

                 PERFORM Post-Unpaid-Suspension

                 IF fs-LeaveTakn NOT EQUAL "00"
                    GO TO Close-Case-Exit
                 END-IF
              END-IF
           END-IF

           MOVE ws-cap-date-num
             TO ws-cs-closed        (ws-case-found-sub)
           MOVE ws-cap-outcome
             TO ws-cs-outcome       (ws-case-found-sub)
           MOVE ws-exp-date-num
             TO ws-cs-warn-expiry   (ws-case-found-sub)
           MOVE ws-cap-unpaid-days
             TO ws-cs-unpaid-days   (ws-case-found-sub)
           MOVE ws-cap-unpaid-period
             TO ws-cs-unpaid-period (ws-case-found-sub)

           PERFORM Rewrite-Case-File

           DISPLAY "Case [" ws-cap-seq "] was closed."

           IF ws-exp-date-num GREATER ZEROES
              DISPLAY "The warning stays live until ["
                      ws-exp-date-num "]."
           END-IF.
       Close-Case-Exit.
           EXIT.

       Match-Case-Entry.
           IF  ws-cs-code (ws-case-sub) EQUAL ws-cap-code
           AND ws-cs-seq  (ws-case-sub) EQUAL ws-cap-seq
               MOVE ws-case-sub TO ws-case-found-sub
           END-IF.

       Compute-Warning-Expiry.
           COMPUTE ws-exp-total-months =
                   ws-cap-year * cte-12 + ws-cap-month - 1
                 + ws-cap-warn-months

           DIVIDE ws-exp-total-months BY cte-12
              GIVING ws-exp-year REMAINDER ws-exp-month
           ADD cte-01 TO ws-exp-month
           MOVE ws-cap-day TO ws-exp-day

           MOVE 'N' TO ws-exp-valid-sw
           PERFORM Fit-Expiry-Day
             UNTIL sw-exp-valid-Y.

       Fit-Expiry-Day.
           CALL "Val_Date" USING ws-exp-year
                                 ws-exp-month
                                 ws-exp-day
                                 ws-exp-valid-sw

           IF NOT sw-exp-valid-Y
              SUBTRACT cte-01 FROM ws-exp-day
           END-IF.

       Post-Unpaid-Suspension.
           OPEN EXTEND LeaveTakn

           IF fs-LeaveTakn EQUAL "00" OR fs-LeaveTakn EQUAL "05"
              MOVE ws-cap-code          TO leavetakn-rec-code
              MOVE ws-cap-unpaid-period TO leavetakn-rec-period
              MOVE ws-cap-unpaid-days   TO leavetakn-rec-days

              WRITE leavetakn-rec

              CLOSE LeaveTakn

              MOVE "00" TO fs-LeaveTakn

              DISPLAY "[" ws-cap-unpaid-days "] unpaid days were "
                      "posted for period [" ws-cap-unpaid-period
                      "]. The payroll run deducts them."
           ELSE
              CLOSE LeaveTakn
              MOVE "30" TO fs-LeaveTakn
              DISPLAY "*** WARNING: the unpaid-leave file could not "
                      "be opened. The case was NOT closed. ***"
           END-IF.

       List-Employee-Cases.
           DISPLAY "Employee code : " WITH NO ADVANCING
           ACCEPT ws-cap-code

           MOVE ZEROES TO ws-list-counter

           DISPLAY SPACE
           DISPLAY "No. Ty Opened   Closed   Investig Expires  "
                   "Unpaid Outcome"

           PERFORM List-One-Employee-Case
           VARYING ws-case-sub FROM 1 BY 1
             UNTIL ws-case-sub GREATER ws-case-tbl-count

           DISPLAY "Cases on record: [" ws-list-counter "].".

       List-One-Employee-Case.
           IF ws-cs-code (ws-case-sub) EQUAL ws-cap-code
              ADD cte-01 TO ws-list-counter
              DISPLAY "[" ws-cs-seq (ws-case-sub) "] ["
                      ws-cs-type (ws-case-sub) "] ["
                      ws-cs-opened (ws-case-sub) "] ["
                      ws-cs-closed (ws-case-sub) "] ["
                      ws-cs-investigator (ws-case-sub) "] ["
                      ws-cs-warn-expiry (ws-case-sub) "] ["
                      ws-cs-unpaid-days (ws-case-sub) "] ["
                      ws-cs-outcome (ws-case-sub) "]"
           END-IF.

       Print-Open-Cases-Report.
           DISPLAY "Report month (CCYYMM) : " WITH NO ADVANCING
           ACCEPT ws-cap-report-month

           MOVE ZEROES TO ws-opened-in-month
                          ws-closed-in-month
                          ws-still-open
                          ws-live-warnings

           DISPLAY SPACE
           DISPLAY "Cases still open as at [" ws-today "]."
           DISPLAY "Code   No. Ty Opened   Days  Investig"

           PERFORM Report-One-Case
           VARYING ws-case-sub FROM 1 BY 1
             UNTIL ws-case-sub GREATER ws-case-tbl-count

           DISPLAY SPACE
           DISPLAY "Opened in [" ws-cap-report-month "]      : ["
                   ws-opened-in-month "]."
           DISPLAY "Closed in [" ws-cap-report-month "]      : ["
                   ws-closed-in-month "]."
           DISPLAY "Still open               : [" ws-still-open "]."
           DISPLAY "Live warnings on file    : ["
                   ws-live-warnings "].".

       Report-One-Case.
           DIVIDE ws-cs-opened (ws-case-sub) BY 100
              GIVING ws-case-month
           IF ws-case-month EQUAL ws-cap-report-month
              ADD cte-01 TO ws-opened-in-month
           END-IF

           DIVIDE ws-cs-closed (ws-case-sub) BY 100
              GIVING ws-case-month
           IF ws-case-month EQUAL ws-cap-report-month
              ADD cte-01 TO ws-closed-in-month
           END-IF

           IF ws-cs-warn-expiry (ws-case-sub) NOT LESS ws-today
              ADD cte-01 TO ws-live-warnings
           END-IF

           IF ws-cs-closed (ws-case-sub) EQUAL ZEROES
              ADD cte-01 TO ws-still-open
              COMPUTE ws-days-open =
                      INTEGER-OF-DATE(ws-today)
                    - INTEGER-OF-DATE(ws-cs-opened (ws-case-sub))
              DISPLAY "[" ws-cs-code (ws-case-sub) "] ["
                      ws-cs-seq (ws-case-sub) "] ["
                      ws-cs-type (ws-case-sub) "] ["
                      ws-cs-opened (ws-case-sub) "] ["
                      ws-days-open "] ["
                      ws-cs-investigator (ws-case-sub) "]"
           END-IF.

       Rewrite-Case-File.
           OPEN OUTPUT CaseFile

           IF fs-CaseFile EQUAL "00" OR fs-CaseFile EQUAL "05"
              PERFORM Write-One-Case
              VARYING ws-case-sub FROM 1 BY 1
                UNTIL ws-case-sub GREATER ws-case-tbl-count

              CLOSE CaseFile
           ELSE
              CLOSE CaseFile
              DISPLAY "*** WARNING: the case file could not be "
                      "rewritten. The change was NOT saved. ***"
           END-IF.

       Write-One-Case.
           MOVE ws-cs-code          (ws-case-sub) TO case-rec-code
           MOVE ws-cs-seq           (ws-case-sub) TO case-rec-seq
           MOVE ws-cs-type          (ws-case-sub) TO case-rec-type
           MOVE ws-cs-opened        (ws-case-sub) TO case-rec-opened
           MOVE ws-cs-closed        (ws-case-sub) TO case-rec-closed
           MOVE ws-cs-outcome       (ws-case-sub) TO case-rec-outcome
           MOVE ws-cs-investigator  (ws-case-sub)
             TO case-rec-investigator
           MOVE ws-cs-warn-expiry   (ws-case-sub)
             TO case-rec-warn-expiry
           MOVE ws-cs-unpaid-days   (ws-case-sub)
             TO case-rec-unpaid-days
           MOVE ws-cs-unpaid-period (ws-case-sub)
             TO case-rec-unpaid-period

           WRITE case-rec.

       Validate-Employee.
           SET sw-employee-valid-N TO TRUE

           READ IdxFile RECORD
            KEY IS f-IdxFile-rec-cod-employee
                INVALID KEY
                        DISPLAY "Employee ["
                                f-IdxFile-rec-cod-employee
                                "] is not on the master file."

            NOT INVALID KEY
                        SET sw-employee-valid-Y TO TRUE
           END-READ.

       Check-Case-Authorization.
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
                      "without the case-visibility check."
              GO TO Check-Case-Authorization-Exit
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
              DISPLAY "*** The case file is open only to "
                      "authorization level [" cte-case-view-level
                      "]. The attempt was logged. ***"
           END-IF.
       Check-Case-Authorization-Exit.
           EXIT.

       Match-One-Auth-Operator.
           READ OperFile RECORD
             AT END
                SET sw-eof-OperFile-Y TO TRUE

            NOT AT END
                IF  oper-rec-id EQUAL ws-auth-oper-id
                AND oper-rec-password EQUAL ws-auth-password
                AND oper-rec-level NOT LESS cte-case-view-level
                AND sw-oper-rec-status-active
                    SET sw-auth-granted-Y TO TRUE
                    SET sw-eof-OperFile-Y TO TRUE
                END-IF
           END-READ.

       END PROGRAM CaseMnt.

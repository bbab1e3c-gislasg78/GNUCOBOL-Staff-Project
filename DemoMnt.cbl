       IDENTIFICATION DIVISION.
       PROGRAM-ID. DemoMnt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DemoFile ASSIGN TO ws-DemoFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-DemoFile.

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
       FD  DemoFile
           RECORD CONTAINS 26 CHARACTERS.

       01  demo-rec.
           03  demo-rec-code             PIC 9(06) VALUE ZEROES.
           03  demo-rec-birth-date       PIC 9(08) VALUE ZEROES.
           03  demo-rec-gender           PIC X(01) VALUE SPACE.
               88  sw-demo-rec-gender-valid       VALUES "F", "M",
                                                         "X", "U".
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

       WORKING-STORAGE SECTION.
       77  fs-DemoFile                  PIC X(02) VALUE SPACES.
       77  fs-OperFile                  PIC X(02) VALUE SPACES.
       77  fs-IdxFile                   PIC X(02) VALUE SPACES.

       77  ws-DemoFile-name             PIC X(12) VALUE "DemoFile".
       77  ws-OperFile-name             PIC X(12) VALUE "OperFile".
       77  ws-IdxFile-name              PIC X(12) VALUE SPACES.

       77  ws-eof-DemoFile              PIC X(01) VALUE 'N'.
           88  sw-eof-DemoFile-Y                  VALUE 'Y'.
       77  ws-eof-OperFile              PIC X(01) VALUE 'N'.
           88  sw-eof-OperFile-Y                  VALUE 'Y'.

       78  cte-01                                 VALUE 01.
       78  cte-demo-tbl-max                       VALUE 2000.
       78  cte-demo-view-level                    VALUE 3.

       01  ws-menu-controls.
           03  ws-menu-option           PIC 9(01) VALUE ZERO.
               88  sw-menu-option-record          VALUE 1.
               88  sw-menu-option-view            VALUE 2.
               88  sw-menu-option-exit            VALUE 3.

       01  ws-demo-auth-fields.
           03  ws-auth-oper-id          PIC X(08) VALUE SPACES.
           03  ws-auth-password         PIC X(08) VALUE SPACES.
           03  ws-auth-granted-sw       PIC X(01) VALUE 'N'.
               88  sw-auth-granted-Y              VALUE 'Y'.
           03  ws-signlog-program       PIC X(08) VALUE SPACES.
           03  ws-signlog-result        PIC X(01) VALUE SPACE.

       01  ws-capture-fields.
           03  ws-cap-code              PIC 9(06) VALUE ZEROES.
           03  ws-cap-birth-date.
               05  ws-cap-birth-year    PIC 9(04) VALUE ZEROES.
               05  ws-cap-birth-month   PIC 9(02) VALUE ZEROES.
               05  ws-cap-birth-day     PIC 9(02) VALUE ZEROES.
           03  ws-cap-birth-num     REDEFINES ws-cap-birth-date
                                        PIC 9(08).
           03  ws-cap-date-valid-sw     PIC X(01) VALUE 'N'.
               88  sw-cap-date-valid-Y            VALUE 'Y'.
               88  sw-cap-date-valid-N            VALUE 'N'.
           03  ws-cap-gender            PIC X(01) VALUE SPACE.
               88  sw-cap-gender-valid            VALUES "F", "M",
                                                         "X", "U".
           03  ws-cap-nationality       PIC X(03) VALUE SPACES.

       01  ws-validate-fields.
           03  ws-employee-valid-sw     PIC X(01) VALUE 'N'.
               88  sw-employee-valid-Y            VALUE 'Y'.
               88  sw-employee-valid-N            VALUE 'N'.

       01  ws-demo-controls.
           03  ws-demo-overflow-sw      PIC X(01) VALUE 'N'.
               88  sw-demo-overflow-Y             VALUE 'Y'.
           03  ws-demo-tbl-count        PIC 9(04) VALUE ZEROES.
           03  ws-demo-sub              PIC 9(04) VALUE ZEROES.
           03  ws-demo-found-sub        PIC 9(04) VALUE ZEROES.
           03  ws-today                 PIC 9(08) VALUE ZEROES.

       01  ws-demo-table.
           03  ws-demo-entry OCCURS cte-demo-tbl-max TIMES.
               05  ws-dm-code           PIC 9(06).
               05  ws-dm-birth-date     PIC 9(08).
               05  ws-dm-gender         PIC X(01).
               05  ws-dm-nationality    PIC X(03).
               05  ws-dm-updated        PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "Personal demographics maintenance."

           ACCEPT ws-today FROM DATE YYYYMMDD

           MOVE "DemoMnt" TO ws-signlog-program

           PERFORM Check-Demo-Authorization
              THRU Check-Demo-Authorization-Exit

           IF NOT sw-auth-granted-Y
              STOP RUN
           END-IF

           DISPLAY "Employee index file name : " WITH NO ADVANCING
           ACCEPT ws-IdxFile-name

           OPEN INPUT IdxFile

           IF fs-IdxFile NOT EQUAL "00"
              CLOSE IdxFile
              DISPLAY "*** WARNING: the employee index file could "
                      "not be opened. Demographics cannot be "
                      "validated, so nothing will be maintained. ***"
              STOP RUN
           END-IF

           PERFORM Load-Demo-File

           IF sw-demo-overflow-Y
              CLOSE IdxFile
              DISPLAY "*** The demographics file holds more than ["
                      cte-demo-tbl-max "] employees. The file is "
                      "left untouched: raise the table before "
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
           DISPLAY "|      Personal Demographics.        |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "| [1]. Record or update an employee. |"
           DISPLAY "| [2]. View an employee.             |"
           DISPLAY "| [3]. Exit this program.            |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "Enter your own choice: " WITH NO ADVANCING
           ACCEPT ws-menu-option

           EVALUATE TRUE
               WHEN sw-menu-option-record
                    PERFORM Record-Demographics
                       THRU Record-Demographics-Exit

               WHEN sw-menu-option-view
                    PERFORM View-Demographics

               WHEN sw-menu-option-exit
                    DISPLAY "Leaving this program..."

               WHEN OTHER
                    DISPLAY "Unrecognized option. Please try again!"
           END-EVALUATE.

       Load-Demo-File.
           MOVE ZEROES TO ws-demo-tbl-count
           MOVE 'N'    TO ws-eof-DemoFile

           OPEN INPUT DemoFile

           IF fs-DemoFile NOT EQUAL "00"
              CLOSE DemoFile
              DISPLAY "There is no demographics file yet. A new one "
                      "starts empty."
           ELSE
              PERFORM Read-One-Demo-Record
                UNTIL sw-eof-DemoFile-Y

              CLOSE DemoFile

              DISPLAY "Demographics file loaded with ["
                      ws-demo-tbl-count "] employees."
           END-IF.

       Read-One-Demo-Record.
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
                   MOVE demo-rec-updated
                     TO ws-dm-updated     (ws-demo-tbl-count)
                ELSE
                   SET sw-demo-overflow-Y TO TRUE
                   SET sw-eof-DemoFile-Y  TO TRUE
                END-IF
           END-READ.

       Record-Demographics.
           DISPLAY "Employee code                 : "
              WITH NO ADVANCING
           ACCEPT ws-cap-code

           DISPLAY "Birth date (CCYYMMDD)         : "
              WITH NO ADVANCING
           ACCEPT ws-cap-birth-date

           DISPLAY "Gender [F]/[M]/[X]/[U]ndisclosed: "
              WITH NO ADVANCING
           ACCEPT ws-cap-gender

           DISPLAY "Nationality (3-letter code)   : "
              WITH NO ADVANCING
           ACCEPT ws-cap-nationality

           MOVE ws-cap-code TO f-IdxFile-rec-cod-employee

           PERFORM Validate-Employee

           IF sw-employee-valid-N
              DISPLAY "The demographics were not recorded."
              GO TO Record-Demographics-Exit
           END-IF

           MOVE 'N' TO ws-cap-date-valid-sw
           CALL "Val_Date" USING ws-cap-birth-year
                                 ws-cap-birth-month
                                 ws-cap-birth-day
                                 ws-cap-date-valid-sw

           IF sw-cap-date-valid-N
           OR ws-cap-birth-num NOT LESS ws-today
              DISPLAY "The birth date [" ws-cap-birth-date "] is not "
                      "a valid past date. Nothing was recorded."
              GO TO Record-Demographics-Exit
           END-IF

           IF NOT sw-cap-gender-valid
              DISPLAY "The gender code [" ws-cap-gender "] is not "
                      "recognized. Nothing was recorded."
              GO TO Record-Demographics-Exit
           END-IF

           IF ws-cap-nationality EQUAL SPACES
              DISPLAY "The nationality must be entered. Nothing was "
                      "recorded."
              GO TO Record-Demographics-Exit
           END-IF

           PERFORM Find-Demo-Entry

           IF ws-demo-found-sub EQUAL ZEROES
              IF ws-demo-tbl-count NOT LESS cte-demo-tbl-max
                 DISPLAY "*** WARNING: the demographics table is "
                         "full at [" cte-demo-tbl-max "]. Nothing "
                         "was recorded. ***"
                 GO TO Record-Demographics-Exit
              END-IF

              ADD cte-01 TO ws-demo-tbl-count
              MOVE ws-demo-tbl-count TO ws-demo-found-sub
              MOVE ws-cap-code TO ws-dm-code (ws-demo-found-sub)
           END-IF

           MOVE ws-cap-birth-num
             TO ws-dm-birth-date  (ws-demo-found-sub)
           MOVE ws-cap-gender
             TO ws-dm-gender      (ws-demo-found-sub)
           MOVE ws-cap-nationality
             TO ws-dm-nationality (ws-demo-found-sub)
           MOVE ws-today
             TO ws-dm-updated     (ws-demo-found-sub)

           PERFORM Rewrite-Demo-File

           DISPLAY "The demographics of ["
                   f-IdxFile-rec-name-employee "] were recorded.".
       Record-Demographics-Exit.
           EXIT.

       View-Demographics.
           DISPLAY "Employee code : " WITH NO ADVANCING
           ACCEPT ws-cap-code

           PERFORM Find-Demo-Entry

           IF ws-demo-found-sub EQUAL ZEROES
              DISPLAY "No demographics are held for [" ws-cap-code
                      "]."
           ELSE
              DISPLAY "Employee     : ["
                      ws-dm-code (ws-demo-found-sub) "]"
              DISPLAY "Birth date   : ["
                      ws-dm-birth-date (ws-demo-found-sub) "]"
              DISPLAY "Gender       : ["
                      ws-dm-gender (ws-demo-found-sub) "]"
              DISPLAY "Nationality  : ["
                      ws-dm-nationality (ws-demo-found-sub) "]"
              DISPLAY "Last updated : ["
                      ws-dm-updated (ws-demo-found-sub) "]"
           END-IF.

       Find-Demo-Entry.
           MOVE ZEROES TO ws-demo-found-sub

           PERFORM Match-Demo-Entry
           VARYING ws-demo-sub FROM 1 BY 1
             UNTIL ws-demo-sub GREATER ws-demo-tbl-count
                OR ws-demo-found-sub GREATER ZEROES.

       Match-Demo-Entry.
           IF ws-dm-code (ws-demo-sub) EQUAL ws-cap-code
              MOVE ws-demo-sub TO ws-demo-found-sub
           END-IF.

       Rewrite-Demo-File.
           OPEN OUTPUT DemoFile

           IF fs-DemoFile EQUAL "00" OR fs-DemoFile EQUAL "05"
              PERFORM Write-One-Demo-Record
              VARYING ws-demo-sub FROM 1 BY 1
                UNTIL ws-demo-sub GREATER ws-demo-tbl-count

              CLOSE DemoFile
           ELSE
              CLOSE DemoFile
              DISPLAY "*** WARNING: the demographics file could not "
                      "be rewritten. The change was NOT saved. ***"
           END-IF.

       Write-One-Demo-Record.
           MOVE ws-dm-code        (ws-demo-sub) TO demo-rec-code
           MOVE ws-dm-birth-date  (ws-demo-sub) TO demo-rec-birth-date
           MOVE ws-dm-gender      (ws-demo-sub) TO demo-rec-gender
           MOVE ws-dm-nationality (ws-demo-sub)
             TO demo-rec-nationality
           MOVE ws-dm-updated     (ws-demo-sub) TO demo-rec-updated

           WRITE demo-rec.

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
              DISPLAY "*** Personal demographics are open only to "
                      "authorization level [" cte-demo-view-level
                      "]. The attempt was logged. ***"
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

       END PROGRAM DemoMnt.

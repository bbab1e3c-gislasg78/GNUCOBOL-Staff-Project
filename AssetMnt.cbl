       IDENTIFICATION DIVISION.
       PROGRAM-ID. AssetMnt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AssetFile ASSIGN TO ws-AssetFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-AssetFile.

           SELECT OPTIONAL IdxFile ASSIGN TO DISK ws-IdxFile-name
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS f-IdxFile-rec-cod-employee
                  FILE STATUS  IS fs-IdxFile.

       DATA DIVISION.
       FILE SECTION.
       FD  AssetFile
           RECORD CONTAINS 46 CHARACTERS.

       01  asset-rec.
           03  asset-rec-code            PIC 9(06) VALUE ZEROES.
           03  asset-rec-tag             PIC X(12) VALUE SPACES.
           03  asset-rec-type            PIC X(02) VALUE SPACES.
               88  sw-asset-rec-type-valid        VALUES "LT", "BD",
                                                         "PH", "KY",
                                                         "VH", "OT".
           03  asset-rec-issued          PIC 9(08) VALUE ZEROES.
           03  asset-rec-returned        PIC 9(08) VALUE ZEROES.
           03  asset-rec-value           PIC 9(07)V9(02)
                                                   VALUE ZEROES.
           03  asset-rec-status          PIC X(01) VALUE "O".
               88  sw-asset-rec-out               VALUE "O".
               88  sw-asset-rec-returned          VALUE "R".
               88  sw-asset-rec-deducted          VALUE "D".

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
       77  fs-AssetFile                 PIC X(02) VALUE SPACES.
       77  fs-IdxFile                   PIC X(02) VALUE SPACES.

       77  ws-AssetFile-name            PIC X(12) VALUE "AssetFile".
       77  ws-IdxFile-name              PIC X(12) VALUE SPACES.

       77  ws-eof-AssetFile             PIC X(01) VALUE 'N'.
           88  sw-eof-AssetFile-Y                 VALUE 'Y'.

       78  cte-01                                 VALUE 01.
       78  cte-asset-tbl-max                      VALUE 2000.

       01  ws-menu-controls.
           03  ws-menu-option           PIC 9(01) VALUE ZERO.
               88  sw-menu-option-issue           VALUE 1.
               88  sw-menu-option-return          VALUE 2.
               88  sw-menu-option-list            VALUE 3.
               88  sw-menu-option-report          VALUE 4.
               88  sw-menu-option-exit            VALUE 5.

       01  ws-capture-fields.
           03  ws-cap-code              PIC 9(06) VALUE ZEROES.
           03  ws-cap-tag               PIC X(12) VALUE SPACES.
           03  ws-cap-type              PIC X(02) VALUE SPACES.
               88  sw-cap-type-valid              VALUES "LT", "BD",
                                                         "PH", "KY",
                                                         "VH", "OT".
           03  ws-cap-date.
               05  ws-cap-year          PIC 9(04) VALUE ZEROES.
               05  ws-cap-month         PIC 9(02) VALUE ZEROES.
               05  ws-cap-day           PIC 9(02) VALUE ZEROES.
           03  ws-cap-date-num      REDEFINES ws-cap-date
                                        PIC 9(08).
           03  ws-cap-date-valid-sw     PIC X(01) VALUE 'N'.
               88  sw-cap-date-valid-Y            VALUE 'Y'.
               88  sw-cap-date-valid-N            VALUE 'N'.
           03  ws-cap-value             PIC 9(07)V9(02)
                                                  VALUE ZEROES.

       01  ws-validate-fields.
           03  ws-employee-valid-sw     PIC X(01) VALUE 'N'.
               88  sw-employee-valid-Y            VALUE 'Y'.
               88  sw-employee-valid-N            VALUE 'N'.

       01  ws-asset-controls.
           03  ws-asset-overflow-sw     PIC X(01) VALUE 'N'.
               88  sw-asset-overflow-Y            VALUE 'Y'.
           03  ws-asset-tbl-count       PIC 9(04) VALUE ZEROES.
           03  ws-asset-sub             PIC 9(04) VALUE ZEROES.
           03  ws-asset-found-sub       PIC 9(04) VALUE ZEROES.
           03  ws-today                 PIC 9(08) VALUE ZEROES.

       01  ws-asset-table.
           03  ws-asset-entry OCCURS cte-asset-tbl-max TIMES.
               05  ws-as-code           PIC 9(06).
               05  ws-as-tag            PIC X(12).
               05  ws-as-type           PIC X(02).
               05  ws-as-issued         PIC 9(08).
               05  ws-as-returned       PIC 9(08).
               05  ws-as-value          PIC 9(07)V9(02).
               05  ws-as-status         PIC X(01).

       01  ws-report-controls.
           03  ws-list-counter          PIC 9(04) VALUE ZEROES.
           03  ws-list-value            PIC 9(09)V9(02)
                                                  VALUE ZEROES.
           03  ws-report-status         PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "Company asset issuance register."

           ACCEPT ws-today FROM DATE YYYYMMDD

           DISPLAY "Employee index file name : " WITH NO ADVANCING
           ACCEPT ws-IdxFile-name

           OPEN INPUT IdxFile

           IF fs-IdxFile NOT EQUAL "00"
              CLOSE IdxFile
              DISPLAY "*** WARNING: the employee index file could "
                      "not be opened. Issues cannot be validated, so "
                      "nothing will be maintained. ***"
              STOP RUN
           END-IF

           PERFORM Load-Asset-Register

           IF sw-asset-overflow-Y
              CLOSE IdxFile
              DISPLAY "*** The asset register holds more than ["
                      cte-asset-tbl-max "] items. The register is "
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
           DISPLAY "|       Company Asset Register.      |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "| [1]. Issue an asset.               |"
           DISPLAY "| [2]. Record an asset return.       |"
           DISPLAY "| [3]. List an employee's assets.    |"
           DISPLAY "| [4]. Outstanding assets report.    |"
           DISPLAY "| [5]. Exit this program.            |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "Enter your own choice: " WITH NO ADVANCING
           ACCEPT ws-menu-option

           EVALUATE TRUE
               WHEN sw-menu-option-issue
                    PERFORM Issue-Asset

               WHEN sw-menu-option-return
                    PERFORM Return-Asset

               WHEN sw-menu-option-list
                    PERFORM List-Employee-Assets

               WHEN sw-menu-option-report
                    PERFORM Print-Outstanding-Report

               WHEN sw-menu-option-exit
                    DISPLAY "Leaving this program..."

               WHEN OTHER
                    DISPLAY "Unrecognized option. Please try again!"
           END-EVALUATE.

       Load-Asset-Register.
           MOVE ZEROES TO ws-asset-tbl-count
           MOVE 'N'    TO ws-eof-AssetFile

           OPEN INPUT AssetFile

           IF fs-AssetFile NOT EQUAL "00"
              CLOSE AssetFile
              DISPLAY "There is no asset register on file yet. A new "
                      "one starts empty."
           ELSE
              PERFORM Read-One-Asset
                UNTIL sw-eof-AssetFile-Y

              CLOSE AssetFile

              DISPLAY "Asset register loaded with ["
                      ws-asset-tbl-count "] items."
           END-IF.

       Read-One-Asset.
           READ AssetFile RECORD
             AT END
                SET sw-eof-AssetFile-Y TO TRUE

            NOT AT END
                IF ws-asset-tbl-count LESS cte-asset-tbl-max
                   ADD cte-01 TO ws-asset-tbl-count
                   MOVE asset-rec-code
                     TO ws-as-code     (ws-asset-tbl-count)
                   MOVE asset-rec-tag
                     TO ws-as-tag      (ws-asset-tbl-count)
                   MOVE asset-rec-type
                     TO ws-as-type     (ws-asset-tbl-count)
                   MOVE asset-rec-issued
                     TO ws-as-issued   (ws-asset-tbl-count)
                   MOVE asset-rec-returned
                     TO ws-as-returned (ws-asset-tbl-count)
                   MOVE asset-rec-value
                     TO ws-as-value    (ws-asset-tbl-count)
                   MOVE asset-rec-status
                     TO ws-as-status   (ws-asset-tbl-count)
                ELSE
                   SET sw-asset-overflow-Y TO TRUE
                   SET sw-eof-AssetFile-Y  TO TRUE
                END-IF
           END-READ.

       Issue-Asset.
           DISPLAY "Employee code                 : "
              WITH NO ADVANCING
           ACCEPT ws-cap-code

           DISPLAY "Asset tag                     : "
              WITH NO ADVANCING
           ACCEPT ws-cap-tag

           DISPLAY "Type (LT/BD/PH/KY/VH/OT)      : "
              WITH NO ADVANCING
           ACCEPT ws-cap-type

           DISPLAY "Date issued (CCYYMMDD, 0=today): "
              WITH NO ADVANCING
           ACCEPT ws-cap-date

           DISPLAY "Replacement value             : "
              WITH NO ADVANCING
           ACCEPT ws-cap-value

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
              DISPLAY "The asset was not issued."
           ELSE
           IF ws-cap-tag EQUAL SPACES
           OR NOT sw-cap-type-valid
              DISPLAY "The asset tag and a known type must be "
                      "entered. The asset was not issued."
           ELSE
           IF sw-cap-date-valid-N
              DISPLAY "The issue date [" ws-cap-date "] is not a "
                      "valid calendar date. The asset was not issued."
           ELSE
              PERFORM Find-Outstanding-Tag

              IF ws-asset-found-sub GREATER ZEROES
                 DISPLAY "*** Asset [" ws-cap-tag "] is still out "
                         "with employee ["
                         ws-as-code (ws-asset-found-sub)
                         "]. Record its return first. ***"
              ELSE
              IF ws-asset-tbl-count LESS cte-asset-tbl-max
                 ADD cte-01 TO ws-asset-tbl-count
                 MOVE ws-cap-code
                   TO ws-as-code     (ws-asset-tbl-count)
                 MOVE ws-cap-tag
                   TO ws-as-tag      (ws-asset-tbl-count)
                 MOVE ws-cap-type
                   TO ws-as-type     (ws-asset-tbl-count)
                 MOVE ws-cap-date-num
                   TO ws-as-issued   (ws-asset-tbl-count)
                 MOVE ZEROES
                   TO ws-as-returned (ws-asset-tbl-count)
                 MOVE ws-cap-value
                   TO ws-as-value    (ws-asset-tbl-count)
                 MOVE "O"
                   TO ws-as-status   (ws-asset-tbl-count)

                 PERFORM Rewrite-Asset-Register

                 DISPLAY "Asset [" ws-cap-tag "] was issued to ["
                         f-IdxFile-rec-name-employee "]."
              ELSE
                 DISPLAY "*** WARNING: the asset table is full at ["
                         cte-asset-tbl-max "]. Nothing was "
                         "issued. ***"
              END-IF
              END-IF
           END-IF
           END-IF
           END-IF.

       Return-Asset.
           DISPLAY "Asset tag                      : "
              WITH NO ADVANCING
           ACCEPT ws-cap-tag

           DISPLAY "Date returned (CCYYMMDD, 0=today): "
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

           PERFORM Find-Outstanding-Tag

           IF ws-asset-found-sub EQUAL ZEROES
              DISPLAY "Asset [" ws-cap-tag "] is not out with anyone."
           ELSE
           IF sw-cap-date-valid-N
              DISPLAY "The return date [" ws-cap-date "] is not a "
                      "valid calendar date. Nothing was recorded."
           ELSE
           IF ws-cap-date-num LESS ws-as-issued (ws-asset-found-sub)
              DISPLAY "The return date [" ws-cap-date "] is before "
                      "the issue date ["
                      ws-as-issued (ws-asset-found-sub)
                      "]. Nothing was recorded."
           ELSE
              MOVE ws-cap-date-num
                TO ws-as-returned (ws-asset-found-sub)
              MOVE "R" TO ws-as-status (ws-asset-found-sub)

              PERFORM Rewrite-Asset-Register

              DISPLAY "Asset [" ws-cap-tag "] was returned by ["
                      ws-as-code (ws-asset-found-sub) "]."
           END-IF
           END-IF
           END-IF.

       Find-Outstanding-Tag.
           MOVE ZEROES TO ws-asset-found-sub

           PERFORM Match-Outstanding-Tag
           VARYING ws-asset-sub FROM 1 BY 1
             UNTIL ws-asset-sub GREATER ws-asset-tbl-count
                OR ws-asset-found-sub GREATER ZEROES.

       Match-Outstanding-Tag.
           IF  ws-as-tag    (ws-asset-sub) EQUAL ws-cap-tag
           AND ws-as-status (ws-asset-sub) EQUAL "O"
               MOVE ws-asset-sub TO ws-asset-found-sub
           END-IF.

       List-Employee-Assets.
           DISPLAY "Employee code : " WITH NO ADVANCING
           ACCEPT ws-cap-code

           MOVE ZEROES TO ws-list-counter
                          ws-list-value

           DISPLAY SPACE
           DISPLAY "Tag          Ty Issued   Returned St Value"

           PERFORM List-One-Employee-Asset
           VARYING ws-asset-sub FROM 1 BY 1
             UNTIL ws-asset-sub GREATER ws-asset-tbl-count

           DISPLAY "Items on record [" ws-list-counter "], still out "
                   "to a replacement value of [" ws-list-value "].".

       List-One-Employee-Asset.
           IF ws-as-code (ws-asset-sub) EQUAL ws-cap-code
              ADD cte-01 TO ws-list-counter
              IF ws-as-status (ws-asset-sub) EQUAL "O"
                 ADD ws-as-value (ws-asset-sub) TO ws-list-value
              END-IF
              DISPLAY "[" ws-as-tag (ws-asset-sub) "] ["
                      ws-as-type (ws-asset-sub) "] ["
                      ws-as-issued (ws-asset-sub) "] ["
                      ws-as-returned (ws-asset-sub) "] ["
                      ws-as-status (ws-asset-sub) "] ["
                      ws-as-value (ws-asset-sub) "]"
           END-IF.

       Print-Outstanding-Report.
           MOVE ZEROES TO ws-list-counter
                          ws-list-value

           DISPLAY SPACE
           DISPLAY "Assets still out with terminated or on-leave "
                   "employees."
           DISPLAY "Code   Name                 St Tag          Ty "
                   "Issued   Value"

           PERFORM Report-One-Outstanding
           VARYING ws-asset-sub FROM 1 BY 1
             UNTIL ws-asset-sub GREATER ws-asset-tbl-count

           DISPLAY "Items outstanding : [" ws-list-counter "]."
           DISPLAY "Replacement value : [" ws-list-value "].".

       Report-One-Outstanding.
           IF ws-as-status (ws-asset-sub) EQUAL "O"
              MOVE ws-as-code (ws-asset-sub)
                TO f-IdxFile-rec-cod-employee
              MOVE SPACE TO ws-report-status

              READ IdxFile RECORD
               KEY IS f-IdxFile-rec-cod-employee
                   INVALID KEY
                           MOVE "?" TO ws-report-status
                           MOVE "** not on master **"
                             TO f-IdxFile-rec-name-employee

               NOT INVALID KEY
                           MOVE f-IdxFile-rec-status-employee
                             TO ws-report-status
              END-READ

              IF ws-report-status EQUAL "T" OR "L" OR "?"
                 ADD cte-01 TO ws-list-counter
                 ADD ws-as-value (ws-asset-sub) TO ws-list-value
                 DISPLAY "[" ws-as-code (ws-asset-sub) "] ["
                         f-IdxFile-rec-name-employee "] ["
                         ws-report-status "] ["
                         ws-as-tag (ws-asset-sub) "] ["
                         ws-as-type (ws-asset-sub) "] ["
                         ws-as-issued (ws-asset-sub) "] ["
                         ws-as-value (ws-asset-sub) "]"
              END-IF
           END-IF.

       Rewrite-Asset-Register.
           OPEN OUTPUT AssetFile

           IF fs-AssetFile EQUAL "00" OR fs-AssetFile EQUAL "05"
              PERFORM Write-One-Asset
              VARYING ws-asset-sub FROM 1 BY 1
                UNTIL ws-asset-sub GREATER ws-asset-tbl-count

              CLOSE AssetFile
           ELSE
              CLOSE AssetFile
              DISPLAY "*** WARNING: the asset register could not be "
                      "rewritten. The change was NOT saved. ***"
           END-IF.

       Write-One-Asset.
           MOVE ws-as-code     (ws-asset-sub) TO asset-rec-code
           MOVE ws-as-tag      (ws-asset-sub) TO asset-rec-tag
           MOVE ws-as-type     (ws-asset-sub) TO asset-rec-type
           MOVE ws-as-issued   (ws-asset-sub) TO asset-rec-issued
           MOVE ws-as-returned (ws-asset-sub) TO asset-rec-returned
           MOVE ws-as-value    (ws-asset-sub) TO asset-rec-value
           MOVE ws-as-status   (ws-asset-sub) TO asset-rec-status

           WRITE asset-rec.

       Validate-Employee.
           SET sw-employee-valid-N TO TRUE

           READ IdxFile RECORD
            KEY IS f-IdxFile-rec-cod-employee
                INVALID KEY
                        DISPLAY "Employee ["
                                f-IdxFile-rec-cod-employee
                                "] is not on the master file."

            NOT INVALID KEY
                        IF sw-f-IdxFile-rec-status-active
                        OR sw-f-IdxFile-rec-status-on-leave
                           SET sw-employee-valid-Y TO TRUE
                        ELSE
                           DISPLAY "Employee ["
                                   f-IdxFile-rec-cod-employee
                                   "] is terminated. Assets are only "
                                   "issued to current staff."
                        END-IF
           END-READ.

       END PROGRAM AssetMnt.

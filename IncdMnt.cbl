       IDENTIFICATION DIVISION.
       PROGRAM-ID. IncdMnt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL IncdFile ASSIGN TO ws-IncdFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-IncdFile.

           SELECT OPTIONAL LeaveReq ASSIGN TO ws-LeaveReq-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-LeaveReq.

           SELECT OPTIONAL IdxFile ASSIGN TO DISK ws-IdxFile-name
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS f-IdxFile-rec-cod-employee
                  FILE STATUS  IS fs-IdxFile.

       DATA DIVISION.
       FILE SECTION.
       FD  IncdFile
           RECORD CONTAINS 45 CHARACTERS.

       01  incd-rec.
           03  incd-rec-code             PIC 9(06) VALUE ZEROES.
           03  incd-rec-date             PIC 9(08) VALUE ZEROES.
           03  incd-rec-seq              PIC 9(02) VALUE ZEROES.
           03  incd-rec-type             PIC X(02) VALUE SPACES.
               88  sw-incd-rec-type-valid         VALUES "ST", "MH",
                                                         "FH", "MC",
                                                         "SO", "VH",
                                                         "HZ", "VI",
                                                         "OT".
           03  incd-rec-body-part        PIC X(02) VALUE SPACES.
               88  sw-incd-rec-body-valid         VALUES "HD", "EY",
                                                         "BK", "TR",
                                                         "AR", "HN",
                                                         "LG", "FT",
                                                         "MU", "NA".
           03  incd-rec-location         PIC X(20) VALUE SPACES.
           03  incd-rec-days-lost        PIC 9(03)V9(01)
                                                   VALUE ZEROES.
           03  incd-rec-reportable       PIC X(01) VALUE "N".
               88  sw-incd-rec-reportable-Y       VALUE "Y".

       FD  LeaveReq
           RECORD CONTAINS 33 CHARACTERS.

       01  leavereq-rec.
           03  leavereq-rec-code         PIC 9(06) VALUE ZEROES.
           03  leavereq-rec-req-date     PIC 9(08) VALUE ZEROES.
           03  leavereq-rec-type         PIC X(01) VALUE SPACE.
               88  sw-leavereq-rec-injury         VALUE "I".
           03  leavereq-rec-period       PIC 9(06) VALUE ZEROES.
           03  leavereq-rec-days         PIC 9(02)V9(01)
                                                   VALUE ZEROES.
           03  leavereq-rec-status       PIC X(01) VALUE SPACE.
               88  sw-leavereq-rec-granted        VALUE "G".
           03  leavereq-rec-first-day    PIC 9(08) VALUE ZEROES.

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
       77  fs-IncdFile                  PIC X(02) VALUE SPACES.
       77  fs-LeaveReq                  PIC X(02) VALUE SPACES.
       77  fs-IdxFile                   PIC X(02) VALUE SPACES.

       77  ws-IncdFile-name             PIC X(12) VALUE "IncdFile".
       77  ws-LeaveReq-name             PIC X(12) VALUE "LeaveReq".
       77  ws-IdxFile-name              PIC X(12) VALUE SPACES.

       77  ws-eof-IncdFile              PIC X(01) VALUE 'N'.
           88  sw-eof-IncdFile-Y                  VALUE 'Y'.
       77  ws-eof-IdxFile               PIC X(01) VALUE 'N'.
           88  sw-eof-IdxFile-Y                   VALUE 'Y'.

       78  cte-01                                 VALUE 01.
       78  cte-incd-tbl-max                       VALUE 2000.
       78  cte-type-tbl-max                       VALUE 9.

       01  ws-menu-controls.
           03  ws-menu-option           PIC 9(01) VALUE ZERO.
               88  sw-menu-option-record          VALUE 1.
               88  sw-menu-option-days            VALUE 2.
               88  sw-menu-option-list            VALUE 3.
               88  sw-menu-option-summary         VALUE 4.
               88  sw-menu-option-exit            VALUE 5.

       01  ws-capture-fields.
           03  ws-cap-code              PIC 9(06) VALUE ZEROES.
           03  ws-cap-seq               PIC 9(02) VALUE ZEROES.
           03  ws-cap-date.
               05  ws-cap-year          PIC 9(04) VALUE ZEROES.
               05  ws-cap-month         PIC 9(02) VALUE ZEROES.
               05  ws-cap-day           PIC 9(02) VALUE ZEROES.
           03  ws-cap-date-num      REDEFINES ws-cap-date
                                        PIC 9(08).
           03  ws-cap-date-valid-sw     PIC X(01) VALUE 'N'.
               88  sw-cap-date-valid-Y            VALUE 'Y'.
               88  sw-cap-date-valid-N            VALUE 'N'.
           03  ws-cap-type              PIC X(02) VALUE SPACES.
           03  ws-cap-body-part         PIC X(02) VALUE SPACES.
           03  ws-cap-location          PIC X(20) VALUE SPACES.
           03  ws-cap-days-lost         PIC 9(02)V9(01)
                                                  VALUE ZEROES.
           03  ws-cap-reportable        PIC X(01) VALUE SPACE.
               88  sw-cap-reportable-valid        VALUES "Y", "N".
           03  ws-cap-period            PIC 9(06) VALUE ZEROES.
           03  ws-cap-summary-year      PIC 9(04) VALUE ZEROES.

       01  ws-validate-fields.
           03  ws-employee-valid-sw     PIC X(01) VALUE 'N'.
               88  sw-employee-valid-Y            VALUE 'Y'.
               88  sw-employee-valid-N            VALUE 'N'.

       01  ws-incd-controls.
           03  ws-incd-overflow-sw      PIC X(01) VALUE 'N'.
               88  sw-incd-overflow-Y             VALUE 'Y'.
           03  ws-incd-tbl-count        PIC 9(04) VALUE ZEROES.
           03  ws-incd-sub              PIC 9(04) VALUE ZEROES.
           03  ws-incd-found-sub        PIC 9(04) VALUE ZEROES.
           03  ws-incd-last-seq         PIC 9(02) VALUE ZEROES.
           03  ws-today                 PIC 9(08) VALUE ZEROES.

       01  ws-incd-table.
           03  ws-incd-entry OCCURS cte-incd-tbl-max TIMES.
               05  ws-in-code           PIC 9(06).
               05  ws-in-date           PIC 9(08).
               05  ws-in-date-r     REDEFINES ws-in-date.
                   07  ws-in-year       PIC 9(04).
                   07  FILLER           PIC 9(04).
               05  ws-in-seq            PIC 9(02).
               05  ws-in-type           PIC X(02).
               05  ws-in-body-part      PIC X(02).
               05  ws-in-location       PIC X(20).
               05  ws-in-days-lost      PIC 9(03)V9(01).
               05  ws-in-reportable     PIC X(01).

       01  ws-type-names-values.
           03  FILLER  PIC X(22) VALUE "STSlip, trip or fall  ".
           03  FILLER  PIC X(22) VALUE "MHManual handling     ".
           03  FILLER  PIC X(22) VALUE "FHFall from height    ".
           03  FILLER  PIC X(22) VALUE "MCMachinery           ".
           03  FILLER  PIC X(22) VALUE "SOStruck by object    ".
           03  FILLER  PIC X(22) VALUE "VHVehicle             ".
           03  FILLER  PIC X(22) VALUE "HZHazardous substance ".
           03  FILLER  PIC X(22) VALUE "VIViolence            ".
           03  FILLER  PIC X(22) VALUE "OTOther               ".

       01  ws-type-summary-table REDEFINES ws-type-names-values.
           03  ws-type-entry OCCURS cte-type-tbl-max TIMES.
               05  ws-ty-code           PIC X(02).
               05  ws-ty-name           PIC X(20).

       01  ws-type-totals.
           03  ws-type-total OCCURS cte-type-tbl-max TIMES.
               05  ws-tt-incidents      PIC 9(05).
               05  ws-tt-lost-time      PIC 9(05).
               05  ws-tt-reportable     PIC 9(05).
               05  ws-tt-days-lost      PIC 9(06)V9(01).

       01  ws-summary-controls.
           03  ws-type-sub              PIC 9(02) VALUE ZEROES.
           03  ws-type-found-sub        PIC 9(02) VALUE ZEROES.
           03  ws-headcount             PIC 9(06) VALUE ZEROES.
           03  ws-sum-incidents         PIC 9(05) VALUE ZEROES.
           03  ws-sum-lost-time         PIC 9(05) VALUE ZEROES.
           03  ws-sum-reportable        PIC 9(05) VALUE ZEROES.
           03  ws-sum-days-lost         PIC 9(06)V9(01)
                                                  VALUE ZEROES.
           03  ws-incident-rate         PIC 9(05)V9(02)
                                                  VALUE ZEROES.
           03  ws-lost-time-rate        PIC 9(05)V9(02)
                                                  VALUE ZEROES.
           03  ws-days-lost-rate        PIC 9(06)V9(02)
                                                  VALUE ZEROES.
           03  ws-list-counter          PIC 9(04) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "Workplace incident and injury log."

           ACCEPT ws-today FROM DATE YYYYMMDD

           DISPLAY "Employee index file name : " WITH NO ADVANCING
           ACCEPT ws-IdxFile-name

           OPEN INPUT IdxFile

           IF fs-IdxFile NOT EQUAL "00"
              CLOSE IdxFile
              DISPLAY "*** WARNING: the employee index file could "
                      "not be opened. Incidents cannot be validated, "
                      "so nothing will be maintained. ***"
              STOP RUN
           END-IF

           PERFORM Load-Incident-File

           IF sw-incd-overflow-Y
              CLOSE IdxFile
              DISPLAY "*** The incident file holds more than ["
                      cte-incd-tbl-max "] incidents. The file is "
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
           DISPLAY "|     Incident and Injury Log.       |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "| [1]. Record an incident.           |"
           DISPLAY "| [2]. Post further days lost.       |"
           DISPLAY "| [3]. List an employee's incidents. |"
           DISPLAY "| [4]. Print the annual summary.     |"
           DISPLAY "| [5]. Exit this program.            |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "Enter your own choice: " WITH NO ADVANCING
           ACCEPT ws-menu-option

           EVALUATE TRUE
               WHEN sw-menu-option-record
                    PERFORM Record-Incident
                       THRU Record-Incident-Exit

               WHEN sw-menu-option-days
                    PERFORM Post-Further-Days
                       THRU Post-Further-Days-Exit

               WHEN sw-menu-option-list
                    PERFORM List-Employee-Incidents

               WHEN sw-menu-option-summary
                    PERFORM Print-Annual-Summary

               WHEN sw-menu-option-exit
                    DISPLAY "Leaving this program..."

               WHEN OTHER
                    DISPLAY "Unrecognized option. Please try again!"
           END-EVALUATE.

       Load-Incident-File.
           MOVE ZEROES TO ws-incd-tbl-count
           MOVE 'N'    TO ws-eof-IncdFile

           OPEN INPUT IncdFile

           IF fs-IncdFile NOT EQUAL "00"
              CLOSE IncdFile
              DISPLAY "There is no incident file yet. A new one "
                      "starts empty."
           ELSE
              PERFORM Read-One-Incident
                UNTIL sw-eof-IncdFile-Y

              CLOSE IncdFile

              DISPLAY "Incident file loaded with ["
                      ws-incd-tbl-count "] incidents."
           END-IF.

       Read-One-Incident.
           READ IncdFile RECORD
             AT END
                SET sw-eof-IncdFile-Y TO TRUE

            NOT AT END
                IF ws-incd-tbl-count LESS cte-incd-tbl-max
                   ADD cte-01 TO ws-incd-tbl-count
                   MOVE incd-rec-code
                     TO ws-in-code       (ws-incd-tbl-count)
                   MOVE incd-rec-date
                     TO ws-in-date       (ws-incd-tbl-count)
                   MOVE incd-rec-seq
                     TO ws-in-seq        (ws-incd-tbl-count)
                   MOVE incd-rec-type
                     TO ws-in-type       (ws-incd-tbl-count)
                   MOVE incd-rec-body-part
                     TO ws-in-body-part  (ws-incd-tbl-count)
                   MOVE incd-rec-location
                     TO ws-in-location   (ws-incd-tbl-count)
                   MOVE incd-rec-days-lost
                     TO ws-in-days-lost  (ws-incd-tbl-count)
                   MOVE incd-rec-reportable
                     TO ws-in-reportable (ws-incd-tbl-count)
                ELSE
                   SET sw-incd-overflow-Y TO TRUE
                   SET sw-eof-IncdFile-Y  TO TRUE
                END-IF
           END-READ.

       Record-Incident.
           DISPLAY "Employee code                  : "
              WITH NO ADVANCING
           ACCEPT ws-cap-code

           DISPLAY "Incident date (CCYYMMDD)       : "
              WITH NO ADVANCING
           ACCEPT ws-cap-date

           DISPLAY "Type (ST/MH/FH/MC/SO/VH/HZ/VI/OT): "
              WITH NO ADVANCING
           ACCEPT ws-cap-type

           DISPLAY "Body part (HD/EY/BK/TR/AR/HN/LG/FT/MU/NA): "
              WITH NO ADVANCING
           ACCEPT ws-cap-body-part

           DISPLAY "Location                       : "
              WITH NO ADVANCING
           ACCEPT ws-cap-location

           DISPLAY "Reportable to the authority Y/N: "
              WITH NO ADVANCING
           ACCEPT ws-cap-reportable

           DISPLAY "Days lost so far (0=none)      : "
              WITH NO ADVANCING
           ACCEPT ws-cap-days-lost

           MOVE ws-cap-code TO f-IdxFile-rec-cod-employee

           PERFORM Validate-Employee

           IF sw-employee-valid-N
              DISPLAY "The incident was not recorded."
              GO TO Record-Incident-Exit
           END-IF

           MOVE 'N' TO ws-cap-date-valid-sw
           CALL "Val_Date" USING ws-cap-year
                                 ws-cap-month
                                 ws-cap-day
                                 ws-cap-date-valid-sw

           IF sw-cap-date-valid-N
           OR ws-cap-date-num GREATER ws-today
              DISPLAY "The incident date [" ws-cap-date "] is not a "
                      "valid date up to today. The incident was not "
                      "recorded."
              GO TO Record-Incident-Exit
           END-IF

           MOVE ws-cap-type      TO incd-rec-type
           MOVE ws-cap-body-part TO incd-rec-body-part

           IF NOT sw-incd-rec-type-valid
           OR NOT sw-incd-rec-body-valid
           OR NOT sw-cap-reportable-valid
              DISPLAY "The type, body part or reportable flag is not "
                      "recognized. The incident was not recorded."
              GO TO Record-Incident-Exit
           END-IF

           IF ws-incd-tbl-count NOT LESS cte-incd-tbl-max
              DISPLAY "*** WARNING: the incident table is full at ["
                      cte-incd-tbl-max "]. Nothing was recorded. ***"
              GO TO Record-Incident-Exit
           END-IF

           IF ws-cap-days-lost GREATER ZEROES
              PERFORM Accept-Posting-Period

              IF ws-cap-period EQUAL ZEROES
                 DISPLAY "The pay period must be entered when days "
                         "are lost. The incident was not recorded."
                 GO TO Record-Incident-Exit
              END-IF
           END-IF

           MOVE ZEROES TO ws-incd-last-seq

           PERFORM Note-Last-Incident-Seq
           VARYING ws-incd-sub FROM 1 BY 1
             UNTIL ws-incd-sub GREATER ws-incd-tbl-count

           ADD cte-01 TO ws-incd-tbl-count
                         ws-incd-last-seq
           MOVE ws-cap-code
             TO ws-in-code       (ws-incd-tbl-count)
           MOVE ws-cap-date-num
             TO ws-in-date       (ws-incd-tbl-count)
           MOVE ws-incd-last-seq
             TO ws-in-seq        (ws-incd-tbl-count)
           MOVE ws-cap-type
             TO ws-in-type       (ws-incd-tbl-count)
           MOVE ws-cap-body-part
             TO ws-in-body-part  (ws-incd-tbl-count)
           MOVE ws-cap-location
             TO ws-in-location   (ws-incd-tbl-count)
           MOVE ws-cap-days-lost
             TO ws-in-days-lost  (ws-incd-tbl-count)
           MOVE ws-cap-reportable
             TO ws-in-reportable (ws-incd-tbl-count)

           PERFORM Rewrite-Incident-File

           DISPLAY "Incident [" ws-cap-date "-" ws-incd-last-seq
                   "] was recorded for ["
                   f-IdxFile-rec-name-employee "]."

           IF ws-cap-days-lost GREATER ZEROES
              PERFORM Write-Injury-Leave
           END-IF.
       Record-Incident-Exit.
           EXIT.

       Note-Last-Incident-Seq.
           IF  ws-in-code (ws-incd-sub) EQUAL ws-cap-code
           AND ws-in-date (ws-incd-sub) EQUAL ws-cap-date-num
           AND ws-in-seq  (ws-incd-sub) GREATER ws-incd-last-seq
               MOVE ws-in-seq (ws-incd-sub) TO ws-incd-last-seq
           END-IF.

       Post-Further-Days.
           DISPLAY "Employee code                  : "
              WITH NO ADVANCING
           ACCEPT ws-cap-code

           DISPLAY "Incident date (CCYYMMDD)       : "
              WITH NO ADVANCING
           ACCEPT ws-cap-date

           DISPLAY "Incident sequence              : "
              WITH NO ADVANCING
           ACCEPT ws-cap-seq

           MOVE ZEROES TO ws-incd-found-sub

           PERFORM Match-Incident-Entry
           VARYING ws-incd-sub FROM 1 BY 1
             UNTIL ws-incd-sub GREATER ws-incd-tbl-count
                OR ws-incd-found-sub GREATER ZEROES

           IF ws-incd-found-sub EQUAL ZEROES
              DISPLAY "That incident is not on file. Nothing was "
                      "posted."
              GO TO Post-Further-Days-Exit
           END-IF

           DISPLAY "Further days lost              : "
              WITH NO ADVANCING
           ACCEPT ws-cap-days-lost

           IF ws-cap-days-lost EQUAL ZEROES
              DISPLAY "No days were entered. Nothing was posted."
              GO TO Post-Further-Days-Exit
           END-IF

           IF ws-in-days-lost (ws-incd-found-sub) + ws-cap-days-lost
              GREATER 999.9
              DISPLAY "The incident would exceed [999.9] days lost. "
                      "Nothing was posted."
              GO TO Post-Further-Days-Exit
           END-IF

           PERFORM Accept-Posting-Period

           IF ws-cap-period EQUAL ZEROES
              DISPLAY "The pay period must be entered. Nothing was "
                      "posted."
              GO TO Post-Further-Days-Exit
           END-IF

           ADD ws-cap-days-lost TO ws-in-days-lost (ws-incd-found-sub)

           PERFORM Rewrite-Incident-File

           PERFORM Write-Injury-Leave

           DISPLAY "The incident now shows ["
                   ws-in-days-lost (ws-incd-found-sub)
                   "] days lost.".
       Post-Further-Days-Exit.
           EXIT.

       Match-Incident-Entry.
           IF  ws-in-code (ws-incd-sub) EQUAL ws-cap-code
           AND ws-in-date (ws-incd-sub) EQUAL ws-cap-date-num
           AND ws-in-seq  (ws-incd-sub) EQUAL ws-cap-seq
               MOVE ws-incd-sub TO ws-incd-found-sub
           END-IF.

       Accept-Posting-Period.
           DISPLAY "Pay period of the absence (CCYYMM): "
              WITH NO ADVANCING
           ACCEPT ws-cap-period.

       Write-Injury-Leave.
           OPEN EXTEND LeaveReq

           IF fs-LeaveReq EQUAL "00" OR fs-LeaveReq EQUAL "05"
              MOVE ws-cap-code      TO leavereq-rec-code
              MOVE ws-today         TO leavereq-rec-req-date
              MOVE "I"              TO leavereq-rec-type
              MOVE ws-cap-period    TO leavereq-rec-period
              MOVE ws-cap-days-lost TO leavereq-rec-days
              MOVE "G"              TO leavereq-rec-status

              IF ws-cap-year * 100 + ws-cap-month EQUAL ws-cap-period
                 MOVE ws-cap-date-num TO leavereq-rec-first-day
              ELSE
                 COMPUTE leavereq-rec-first-day =
                         ws-cap-period * 100 + 1
              END-IF

              WRITE leavereq-rec

              CLOSE LeaveReq

              DISPLAY "[" ws-cap-days-lost "] days of injury leave "
                      "were posted to the leave ledger for period ["
                      ws-cap-period "]."
           ELSE
              CLOSE LeaveReq
              DISPLAY "*** WARNING: the leave request file could "
                      "not be opened. The injury leave was NOT "
                      "posted to the leave ledger. ***"
           END-IF.

       List-Employee-Incidents.
           DISPLAY "Employee code : " WITH NO ADVANCING
           ACCEPT ws-cap-code

           MOVE ZEROES TO ws-list-counter

           DISPLAY SPACE
           DISPLAY "Date     Sq Ty Bp Location             Days  Rep"

           PERFORM List-One-Incident
           VARYING ws-incd-sub FROM 1 BY 1
             UNTIL ws-incd-sub GREATER ws-incd-tbl-count

           DISPLAY "Incidents on record: [" ws-list-counter "].".

       List-One-Incident.
           IF ws-in-code (ws-incd-sub) EQUAL ws-cap-code
              ADD cte-01 TO ws-list-counter
              DISPLAY ws-in-date (ws-incd-sub) " "
                      ws-in-seq (ws-incd-sub) " "
                      ws-in-type (ws-incd-sub) " "
                      ws-in-body-part (ws-incd-sub) " "
                      ws-in-location (ws-incd-sub) " "
                      ws-in-days-lost (ws-incd-sub) " "
                      ws-in-reportable (ws-incd-sub)
           END-IF.

       Print-Annual-Summary.
           DISPLAY "Summary year (CCYY) : " WITH NO ADVANCING
           ACCEPT ws-cap-summary-year

           INITIALIZE ws-type-totals
           MOVE ZEROES TO ws-sum-incidents
                          ws-sum-lost-time
                          ws-sum-reportable
                          ws-sum-days-lost

           PERFORM Count-Headcount

           PERFORM Add-One-Incident
           VARYING ws-incd-sub FROM 1 BY 1
             UNTIL ws-incd-sub GREATER ws-incd-tbl-count

           DISPLAY SPACE
           DISPLAY "Incident summary for [" ws-cap-summary-year "]."
           DISPLAY "Headcount (active and on leave) : ["
                   ws-headcount "]."
           DISPLAY "Incidents                       : ["
                   ws-sum-incidents "]."
           DISPLAY "Lost-time incidents             : ["
                   ws-sum-lost-time "]."
           DISPLAY "Reportable incidents            : ["
                   ws-sum-reportable "]."
           DISPLAY "Days lost                       : ["
                   ws-sum-days-lost "]."

           IF ws-headcount GREATER ZEROES
              COMPUTE ws-incident-rate ROUNDED =
                      ws-sum-incidents * 100 / ws-headcount
              COMPUTE ws-lost-time-rate ROUNDED =
                      ws-sum-lost-time * 100 / ws-headcount
              COMPUTE ws-days-lost-rate ROUNDED =
                      ws-sum-days-lost * 100 / ws-headcount
              DISPLAY "Incidents per 100 employees     : ["
                      ws-incident-rate "]."
              DISPLAY "Lost-time cases per 100         : ["
                      ws-lost-time-rate "]."
              DISPLAY "Days lost per 100 employees     : ["
                      ws-days-lost-rate "]."
           ELSE
              DISPLAY "No current headcount: rates are not shown."
           END-IF

           DISPLAY SPACE
           DISPLAY "By category:"
           DISPLAY "Ty Category             Incid LostT Reprt Days"

           PERFORM Print-One-Type-Line
           VARYING ws-type-sub FROM 1 BY 1
             UNTIL ws-type-sub GREATER cte-type-tbl-max.

       Count-Headcount.
           MOVE ZEROES TO ws-headcount
           MOVE 'N'    TO ws-eof-IdxFile
           MOVE ZEROES TO f-IdxFile-rec-cod-employee

           START IdxFile KEY IS GREATER THAN OR EQUAL TO
                 f-IdxFile-rec-cod-employee
                 INVALID KEY
                         SET sw-eof-IdxFile-Y TO TRUE

             NOT INVALID KEY
                         CONTINUE
           END-START

           PERFORM Count-One-Employee
             UNTIL sw-eof-IdxFile-Y.

       Count-One-Employee.
           READ IdxFile NEXT RECORD
             AT END
                SET sw-eof-IdxFile-Y TO TRUE

            NOT AT END
                IF NOT sw-f-IdxFile-rec-status-terminated
                   ADD cte-01 TO ws-headcount
                END-IF
           END-READ.

       Add-One-Incident.
           IF ws-in-year (ws-incd-sub) EQUAL ws-cap-summary-year
              ADD cte-01 TO ws-sum-incidents
              ADD ws-in-days-lost (ws-incd-sub) TO ws-sum-days-lost

              MOVE ZEROES TO ws-type-found-sub

              PERFORM Match-Type-Entry
              VARYING ws-type-sub FROM 1 BY 1
                UNTIL ws-type-sub GREATER cte-type-tbl-max
                   OR ws-type-found-sub GREATER ZEROES

              IF ws-type-found-sub EQUAL ZEROES
                 MOVE cte-type-tbl-max TO ws-type-found-sub
              END-IF

              ADD cte-01 TO ws-tt-incidents (ws-type-found-sub)
              ADD ws-in-days-lost (ws-incd-sub)
               TO ws-tt-days-lost (ws-type-found-sub)

              IF ws-in-days-lost (ws-incd-sub) GREATER ZEROES
                 ADD cte-01 TO ws-sum-lost-time
                               ws-tt-lost-time (ws-type-found-sub)
              END-IF

              IF ws-in-reportable (ws-incd-sub) EQUAL "Y"
                 ADD cte-01 TO ws-sum-reportable
                               ws-tt-reportable (ws-type-found-sub)
              END-IF
           END-IF.

       Match-Type-Entry.
           IF ws-ty-code (ws-type-sub) EQUAL ws-in-type (ws-incd-sub)
              MOVE ws-type-sub TO ws-type-found-sub
           END-IF.

       Print-One-Type-Line.
           IF ws-tt-incidents (ws-type-sub) GREATER ZEROES
              DISPLAY ws-ty-code (ws-type-sub) " "
                      ws-ty-name (ws-type-sub) " "
                      ws-tt-incidents (ws-type-sub) " "
                      ws-tt-lost-time (ws-type-sub) " "
                      ws-tt-reportable (ws-type-sub) " "
                      ws-tt-days-lost (ws-type-sub)
           END-IF.

       Rewrite-Incident-File.
           OPEN OUTPUT IncdFile

           IF fs-IncdFile EQUAL "00" OR fs-IncdFile EQUAL "05"
              PERFORM Write-One-Incident
              VARYING ws-incd-sub FROM 1 BY 1
                UNTIL ws-incd-sub GREATER ws-incd-tbl-count

              CLOSE IncdFile
           ELSE
              CLOSE IncdFile
              DISPLAY "*** WARNING: the incident file could not be "
                      "rewritten. The change was NOT saved. ***"
           END-IF.

       Write-One-Incident.
           MOVE ws-in-code       (ws-incd-sub) TO incd-rec-code
           MOVE ws-in-date       (ws-incd-sub) TO incd-rec-date
           MOVE ws-in-seq        (ws-incd-sub) TO incd-rec-seq
           MOVE ws-in-type       (ws-incd-sub) TO incd-rec-type
           MOVE ws-in-body-part  (ws-incd-sub) TO incd-rec-body-part
           MOVE ws-in-location   (ws-incd-sub) TO incd-rec-location
           MOVE ws-in-days-lost  (ws-incd-sub) TO incd-rec-days-lost
           MOVE ws-in-reportable (ws-incd-sub) TO incd-rec-reportable

           WRITE incd-rec.

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

       END PROGRAM IncdMnt.

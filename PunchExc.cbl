       IDENTIFICATION DIVISION.
       PROGRAM-ID. PunchExc.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PunchFile ASSIGN TO ws-PunchFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-PunchFile.

           SELECT OPTIONAL ShiftTbl ASSIGN TO ws-ShiftTbl-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-ShiftTbl.

           SELECT OPTIONAL RosterFile ASSIGN TO ws-RosterFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-RosterFile.

           SELECT OPTIONAL LeaveReq ASSIGN TO ws-LeaveReq-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-LeaveReq.

           SELECT OPTIONAL ExcLog ASSIGN TO ws-ExcLog-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-ExcLog.

           SELECT OPTIONAL IdxFile ASSIGN TO DISK ws-IdxFile-name
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS f-IdxFile-rec-cod-employee
                  FILE STATUS  IS fs-IdxFile.

       DATA DIVISION.
       FILE SECTION.
       FD  PunchFile
           RECORD CONTAINS 21 CHARACTERS.

       01  punch-rec.
           03  punch-rec-code            PIC 9(06) VALUE ZEROES.
           03  punch-rec-date            PIC 9(08) VALUE ZEROES.
           03  punch-rec-time            PIC 9(04) VALUE ZEROES.
           03  punch-rec-direction       PIC X(03) VALUE SPACES.
               88  sw-punch-rec-in                VALUE "IN".
               88  sw-punch-rec-out               VALUE "OUT".

       FD  ShiftTbl
           RECORD CONTAINS 26 CHARACTERS.

       01  shift-rec.
           03  shift-rec-code            PIC X(02) VALUE SPACES.
           03  shift-rec-desc            PIC X(12) VALUE SPACES.
           03  shift-rec-start-time      PIC 9(04) VALUE ZEROES.
           03  shift-rec-end-time        PIC 9(04) VALUE ZEROES.
           03  shift-rec-diff-pct        PIC 9(02)V9(02)
                                                   VALUE ZEROES.

       FD  RosterFile
           RECORD CONTAINS 16 CHARACTERS.

       01  roster-rec.
           03  roster-rec-code           PIC 9(06) VALUE ZEROES.
           03  roster-rec-work-date      PIC 9(08) VALUE ZEROES.
           03  roster-rec-shift          PIC X(02) VALUE SPACES.

       FD  LeaveReq
           RECORD CONTAINS 33 CHARACTERS.

       01  leavereq-rec.
           03  leavereq-rec-code         PIC 9(06) VALUE ZEROES.
           03  leavereq-rec-req-date     PIC 9(08) VALUE ZEROES.
           03  leavereq-rec-type         PIC X(01) VALUE SPACE.
               88  sw-leavereq-rec-annual         VALUE "A".
               88  sw-leavereq-rec-sick           VALUE "S".
               88  sw-leavereq-rec-unpaid         VALUE "U".
               88  sw-leavereq-rec-injury         VALUE "I".
           03  leavereq-rec-period       PIC 9(06) VALUE ZEROES.
           03  leavereq-rec-days         PIC 9(02)V9(01)
                                                   VALUE ZEROES.
           03  leavereq-rec-status       PIC X(01) VALUE SPACE.
               88  sw-leavereq-rec-granted        VALUE "G".
               88  sw-leavereq-rec-refused        VALUE "R".
           03  leavereq-rec-first-day    PIC 9(08) VALUE ZEROES.

       FD  ExcLog
           RECORD CONTAINS 21 CHARACTERS.

       01  exclog-rec.
           03  exclog-rec-code           PIC 9(06) VALUE ZEROES.
           03  exclog-rec-date           PIC 9(08) VALUE ZEROES.
           03  exclog-rec-date-r     REDEFINES exclog-rec-date.
               05  exclog-rec-period     PIC 9(06).
               05  exclog-rec-dd         PIC 9(02).
           03  exclog-rec-type           PIC X(01) VALUE SPACE.
               88  sw-exclog-rec-late             VALUE "L".
               88  sw-exclog-rec-early            VALUE "E".
               88  sw-exclog-rec-no-show          VALUE "N".
               88  sw-exclog-rec-unrostered       VALUE "U".
           03  exclog-rec-minutes        PIC 9(04) VALUE ZEROES.
           03  exclog-rec-shift          PIC X(02) VALUE SPACES.

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
       77  fs-PunchFile                 PIC X(02) VALUE SPACES.
       77  fs-ShiftTbl                  PIC X(02) VALUE SPACES.
       77  fs-RosterFile                PIC X(02) VALUE SPACES.
       77  fs-LeaveReq                  PIC X(02) VALUE SPACES.
       77  fs-ExcLog                    PIC X(02) VALUE SPACES.
       77  fs-IdxFile                   PIC X(02) VALUE SPACES.

       77  ws-PunchFile-name            PIC X(40) VALUE SPACES.
       77  ws-ShiftTbl-name             PIC X(12) VALUE "ShiftTbl".
       77  ws-RosterFile-name           PIC X(12) VALUE "RosterFile".
       77  ws-LeaveReq-name             PIC X(12) VALUE "LeaveReq".
       77  ws-ExcLog-name               PIC X(12) VALUE "ExcLog".
       77  ws-IdxFile-name              PIC X(12) VALUE SPACES.

       77  ws-eof-PunchFile             PIC X(01) VALUE 'N'.
           88  sw-eof-PunchFile-Y                 VALUE 'Y'.
       77  ws-eof-ShiftTbl              PIC X(01) VALUE 'N'.
           88  sw-eof-ShiftTbl-Y                  VALUE 'Y'.
       77  ws-eof-RosterFile            PIC X(01) VALUE 'N'.
           88  sw-eof-RosterFile-Y                VALUE 'Y'.
       77  ws-eof-LeaveReq              PIC X(01) VALUE 'N'.
           88  sw-eof-LeaveReq-Y                  VALUE 'Y'.
       77  ws-eof-ExcLog                PIC X(01) VALUE 'N'.
           88  sw-eof-ExcLog-Y                    VALUE 'Y'.

       78  cte-01                                 VALUE 01.
       78  cte-shift-tbl-max                      VALUE 20.
       78  cte-day-tbl-max                        VALUE 500.
       78  cte-leave-tbl-max                      VALUE 500.
       78  cte-exc-tbl-max                        VALUE 5000.
       78  cte-default-grace                      VALUE 5.
       78  cte-default-repeats                    VALUE 3.
       78  cte-undated-leave                      VALUE 99999999.

       01  ws-menu-controls.
           03  ws-menu-option           PIC 9(01) VALUE ZERO.
               88  sw-menu-option-daily           VALUE 1.
               88  sw-menu-option-monthly         VALUE 2.
               88  sw-menu-option-exit            VALUE 3.

       01  ws-capture-fields.
           03  ws-cap-date.
               05  ws-cap-date-year     PIC 9(04) VALUE ZEROES.
               05  ws-cap-date-mm       PIC 9(02) VALUE ZEROES.
               05  ws-cap-date-dd       PIC 9(02) VALUE ZEROES.
           03  ws-cap-date-num      REDEFINES ws-cap-date
                                        PIC 9(08).
           03  ws-cap-date-r        REDEFINES ws-cap-date.
               05  ws-cap-date-period   PIC 9(06).
               05  FILLER               PIC 9(02).
           03  ws-cap-valid-sw          PIC X(01) VALUE 'N'.
               88  sw-cap-valid-Y                 VALUE 'Y'.
           03  ws-cap-grace             PIC 9(02) VALUE ZEROES.
           03  ws-cap-period            PIC 9(06) VALUE ZEROES.
           03  ws-cap-repeats           PIC 9(02) VALUE ZEROES.

       01  ws-shift-controls.
           03  ws-shift-tbl-count       PIC 9(02) VALUE ZEROES.
           03  ws-shift-sub             PIC 9(02) VALUE ZEROES.
           03  ws-shift-found-sub       PIC 9(02) VALUE ZEROES.
           03  ws-seek-shift            PIC X(02) VALUE SPACES.

       01  ws-shift-table.
           03  ws-shift-entry OCCURS cte-shift-tbl-max TIMES.
               05  ws-sh-code           PIC X(02).
               05  ws-sh-start-time     PIC 9(04).
               05  ws-sh-end-time       PIC 9(04).

       01  ws-day-controls.
           03  ws-day-tbl-count         PIC 9(03) VALUE ZEROES.
           03  ws-day-sub               PIC 9(03) VALUE ZEROES.
           03  ws-day-found-sub         PIC 9(03) VALUE ZEROES.
           03  ws-day-overflow-sw       PIC X(01) VALUE 'N'.
               88  sw-day-overflow-Y              VALUE 'Y'.
           03  ws-seek-code             PIC 9(06) VALUE ZEROES.

       01  ws-day-table.
           03  ws-day-entry OCCURS cte-day-tbl-max TIMES.
               05  ws-dy-code           PIC 9(06).
               05  ws-dy-rostered-sw    PIC X(01).
                   88  sw-dy-rostered-Y           VALUE 'Y'.
               05  ws-dy-shift          PIC X(02).
               05  ws-dy-punched-sw     PIC X(01).
                   88  sw-dy-punched-Y            VALUE 'Y'.
               05  ws-dy-first-in       PIC 9(04).
               05  ws-dy-last-out       PIC 9(04).

       01  ws-leave-controls.
           03  ws-leave-tbl-count       PIC 9(03) VALUE ZEROES.
           03  ws-leave-sub             PIC 9(03) VALUE ZEROES.
           03  ws-leave-overflow-sw     PIC X(01) VALUE 'N'.
               88  sw-leave-overflow-Y            VALUE 'Y'.
           03  ws-leave-covered-sw      PIC X(01) VALUE 'N'.
               88  sw-leave-covered-Y             VALUE 'Y'.
           03  ws-leave-whole-days      PIC 9(03) VALUE ZEROES.
           03  ws-leave-walk-date       PIC 9(08) VALUE ZEROES.
           03  ws-leave-walk-int        PIC 9(07) VALUE ZEROES.
           03  ws-leave-walk-left       PIC 9(03) VALUE ZEROES.
           03  ws-leave-weekday         PIC 9(01) VALUE ZERO.

       01  ws-leave-table.
           03  ws-leave-entry OCCURS cte-leave-tbl-max TIMES.
               05  ws-lv-code           PIC 9(06).
               05  ws-lv-first-day      PIC 9(08).
               05  ws-lv-last-day       PIC 9(08).

       01  ws-exc-controls.
           03  ws-exc-tbl-count         PIC 9(04) VALUE ZEROES.
           03  ws-exc-sub               PIC 9(04) VALUE ZEROES.
           03  ws-exc-overflow-sw       PIC X(01) VALUE 'N'.
               88  sw-exc-overflow-Y              VALUE 'Y'.
           03  ws-exc-replaced          PIC 9(04) VALUE ZEROES.

       01  ws-exc-table.
           03  ws-exc-record OCCURS cte-exc-tbl-max TIMES
                                        PIC X(21).

       01  ws-new-exception.
           03  ws-nx-code               PIC 9(06) VALUE ZEROES.
           03  ws-nx-date               PIC 9(08) VALUE ZEROES.
           03  ws-nx-type               PIC X(01) VALUE SPACE.
           03  ws-nx-minutes            PIC 9(04) VALUE ZEROES.
           03  ws-nx-shift              PIC X(02) VALUE SPACES.

       01  ws-time-fields.
           03  ws-time-work             PIC 9(04) VALUE ZEROES.
           03  ws-time-work-r       REDEFINES ws-time-work.
               05  ws-time-work-hh      PIC 9(02).
               05  ws-time-work-mm      PIC 9(02).
           03  ws-time-mins             PIC 9(05) VALUE ZEROES.
           03  ws-start-mins            PIC 9(05) VALUE ZEROES.
           03  ws-end-mins              PIC 9(05) VALUE ZEROES.
           03  ws-in-mins               PIC 9(05) VALUE ZEROES.
           03  ws-out-mins              PIC 9(05) VALUE ZEROES.

       01  ws-daily-counters.
           03  ws-punches-read          PIC 9(06) VALUE ZEROES.
           03  ws-rostered-count        PIC 9(04) VALUE ZEROES.
           03  ws-late-count            PIC 9(04) VALUE ZEROES.
           03  ws-early-count           PIC 9(04) VALUE ZEROES.
           03  ws-no-show-count         PIC 9(04) VALUE ZEROES.
           03  ws-on-leave-count        PIC 9(04) VALUE ZEROES.
           03  ws-unrostered-count      PIC 9(04) VALUE ZEROES.
           03  ws-bad-checkdigits       PIC 9(04) VALUE ZEROES.
           03  ws-exceptions-written    PIC 9(04) VALUE ZEROES.

       01  ws-offender-controls.
           03  ws-off-tbl-count         PIC 9(03) VALUE ZEROES.
           03  ws-off-sub               PIC 9(03) VALUE ZEROES.
           03  ws-off-found-sub         PIC 9(03) VALUE ZEROES.
           03  ws-off-overflow-sw       PIC X(01) VALUE 'N'.
               88  sw-off-overflow-Y              VALUE 'Y'.
           03  ws-off-total             PIC 9(04) VALUE ZEROES.
           03  ws-off-listed            PIC 9(03) VALUE ZEROES.
           03  ws-off-idx-open-sw       PIC X(01) VALUE 'N'.
               88  sw-off-idx-open-Y              VALUE 'Y'.
           03  ws-off-name              PIC X(20) VALUE SPACES.

       01  ws-offender-table.
           03  ws-off-entry OCCURS cte-day-tbl-max TIMES.
               05  ws-of-code           PIC 9(06).
               05  ws-of-late           PIC 9(03).
               05  ws-of-early          PIC 9(03).
               05  ws-of-no-show        PIC 9(03).
               05  ws-of-unrostered     PIC 9(03).
               05  ws-of-late-mins      PIC 9(05).

       01  ws-checkdigit-fields.
           03  ws-checkdigit-code       PIC 9(06) VALUE ZEROES.
           03  ws-checkdigit-valid-sw   PIC X(01) VALUE 'N'.
               88  sw-checkdigit-valid-Y          VALUE 'Y'.
               88  sw-checkdigit-valid-N          VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "Time-clock exceptions against the shift roster."

           PERFORM Process-Menu
             UNTIL sw-menu-option-exit

           STOP RUN.

       Process-Menu.
           DISPLAY SPACE
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "|    Attendance Exceptions.         |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "| [1]. Daily exception run.         |"
           DISPLAY "| [2]. Monthly repeat offenders.    |"
           DISPLAY "| [3]. Exit this program.           |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "Enter your own choice: " WITH NO ADVANCING
           ACCEPT ws-menu-option

           EVALUATE TRUE
               WHEN sw-menu-option-daily
                    PERFORM Run-Daily-Exceptions
                      THRU Run-Daily-Exceptions-Exit

               WHEN sw-menu-option-monthly
                    PERFORM Run-Monthly-Summary
                      THRU Run-Monthly-Summary-Exit

               WHEN sw-menu-option-exit
                    DISPLAY "Leaving this program..."

               WHEN OTHER
                    DISPLAY "Unrecognized option. Please try again!"
           END-EVALUATE.

       Run-Daily-Exceptions.
           INITIALIZE ws-daily-counters

           DISPLAY "Punch export file name      : " WITH NO ADVANCING
           ACCEPT ws-PunchFile-name

           IF ws-PunchFile-name EQUAL SPACES
              DISPLAY "A punch file is needed. Nothing checked."
              GO TO Run-Daily-Exceptions-Exit
           END-IF

           DISPLAY "Work date to check (CCYYMMDD): " WITH NO ADVANCING
           ACCEPT ws-cap-date
           PERFORM Validate-Captured-Date

           IF NOT sw-cap-valid-Y
              DISPLAY "The work date is not a valid date. Nothing "
                      "checked."
              GO TO Run-Daily-Exceptions-Exit
           END-IF

           DISPLAY "Grace period in minutes (0 for " cte-default-grace
                   "): " WITH NO ADVANCING
           ACCEPT ws-cap-grace

           IF ws-cap-grace EQUAL ZEROES
              MOVE cte-default-grace TO ws-cap-grace
           END-IF

           PERFORM Load-Shift-Table
             THRU Load-Shift-Table-Exit

           IF ws-shift-tbl-count EQUAL ZEROES
              DISPLAY "*** There is no shift table. Nothing "
                      "checked. ***"
              GO TO Run-Daily-Exceptions-Exit
           END-IF

           MOVE ZEROES TO ws-day-tbl-count
           MOVE 'N'    TO ws-day-overflow-sw

           PERFORM Load-Day-Roster
             THRU Load-Day-Roster-Exit

           PERFORM Load-Day-Punches
             THRU Load-Day-Punches-Exit

           IF sw-day-overflow-Y
              DISPLAY "*** More than [" cte-day-tbl-max "] people "
                      "are rostered or punched on this day. Nothing "
                      "was logged: raise the table. ***"
              GO TO Run-Daily-Exceptions-Exit
           END-IF

           IF ws-day-tbl-count EQUAL ZEROES
              DISPLAY "Nobody is rostered or punched on ["
                      ws-cap-date-num "]. Nothing to check."
              GO TO Run-Daily-Exceptions-Exit
           END-IF

           PERFORM Load-Granted-Leave
             THRU Load-Granted-Leave-Exit

           PERFORM Load-Exception-Log
             THRU Load-Exception-Log-Exit

           IF sw-exc-overflow-Y
              DISPLAY "*** The exception log holds more than ["
                      cte-exc-tbl-max "] rows. Nothing was logged: "
                      "archive the log first. ***"
              GO TO Run-Daily-Exceptions-Exit
           END-IF

           DISPLAY SPACE
           DISPLAY "Attendance exceptions for [" ws-cap-date-num
                   "], grace [" ws-cap-grace "] minutes:"
           DISPLAY "Employee  Shift  Exception"

           PERFORM Check-One-Day-Entry
             THRU Check-One-Day-Entry-Exit
           VARYING ws-day-sub FROM 1 BY 1
             UNTIL ws-day-sub GREATER ws-day-tbl-count

           PERFORM Rewrite-Exception-Log
             THRU Rewrite-Exception-Log-Exit

           DISPLAY SPACE
           DISPLAY "Punches read for the day : [" ws-punches-read
                   "]."
           DISPLAY "Rostered employees       : ["
                   ws-rostered-count "]."
           DISPLAY "Late arrivals            : [" ws-late-count "]."
           DISPLAY "Early departures         : ["
                   ws-early-count "]."
           DISPLAY "No-shows                 : ["
                   ws-no-show-count "]."
           DISPLAY "Absent on granted leave  : ["
                   ws-on-leave-count "]."
           DISPLAY "Punched but not rostered : ["
                   ws-unrostered-count "]."
           DISPLAY "Check-digit failures     : ["
                   ws-bad-checkdigits "]."

           IF ws-exc-replaced GREATER ZEROES
              DISPLAY "Earlier exceptions for this day replaced: ["
                      ws-exc-replaced "]."
           END-IF

           DISPLAY "Review the exceptions before approving the "
                   "day's timesheets.".
       Run-Daily-Exceptions-Exit.
           EXIT.

       Load-Shift-Table.
           MOVE ZEROES TO ws-shift-tbl-count
           MOVE 'N'    TO ws-eof-ShiftTbl

           OPEN INPUT ShiftTbl

           IF fs-ShiftTbl NOT EQUAL "00"
              CLOSE ShiftTbl
              GO TO Load-Shift-Table-Exit
           END-IF

           PERFORM Read-One-Shift-Row
             UNTIL sw-eof-ShiftTbl-Y

           CLOSE ShiftTbl.
       Load-Shift-Table-Exit.
           EXIT.

       Read-One-Shift-Row.
           READ ShiftTbl RECORD
             AT END
                SET sw-eof-ShiftTbl-Y TO TRUE

            NOT AT END
                IF ws-shift-tbl-count LESS cte-shift-tbl-max
                   ADD cte-01 TO ws-shift-tbl-count
                   MOVE shift-rec-code
                     TO ws-sh-code       (ws-shift-tbl-count)
                   MOVE shift-rec-start-time
                     TO ws-sh-start-time (ws-shift-tbl-count)
                   MOVE shift-rec-end-time
                     TO ws-sh-end-time   (ws-shift-tbl-count)
                ELSE
                   SET sw-eof-ShiftTbl-Y TO TRUE
                END-IF
           END-READ.

       Load-Day-Roster.
           MOVE 'N' TO ws-eof-RosterFile

           OPEN INPUT RosterFile

           IF fs-RosterFile NOT EQUAL "00"
              CLOSE RosterFile
              DISPLAY "There is no roster: every punch will be "
                      "reported as unrostered."
              GO TO Load-Day-Roster-Exit
           END-IF

           PERFORM Read-One-Roster-Row
             UNTIL sw-eof-RosterFile-Y

           CLOSE RosterFile.
       Load-Day-Roster-Exit.
           EXIT.

       Read-One-Roster-Row.
           READ RosterFile RECORD
             AT END
                SET sw-eof-RosterFile-Y TO TRUE

            NOT AT END
                IF roster-rec-work-date EQUAL ws-cap-date-num
                   MOVE roster-rec-code TO ws-seek-code
                   PERFORM Find-Or-Add-Day-Entry

                   IF ws-day-found-sub GREATER ZEROES
                      SET sw-dy-rostered-Y (ws-day-found-sub)
                       TO TRUE
                      MOVE roster-rec-shift
                        TO ws-dy-shift (ws-day-found-sub)
                   END-IF
                END-IF
           END-READ.

       Load-Day-Punches.
           MOVE 'N' TO ws-eof-PunchFile

           OPEN INPUT PunchFile

           IF fs-PunchFile NOT EQUAL "00"
              CLOSE PunchFile
              DISPLAY "*** The punch file could not be opened: "
                      "every rostered employee will show as a "
                      "no-show. ***"
              GO TO Load-Day-Punches-Exit
           END-IF

           PERFORM Read-One-Punch
             UNTIL sw-eof-PunchFile-Y

           CLOSE PunchFile.
       Load-Day-Punches-Exit.
           EXIT.

       Read-One-Punch.
           READ PunchFile RECORD
             AT END
                SET sw-eof-PunchFile-Y TO TRUE

            NOT AT END
                IF punch-rec-date EQUAL ws-cap-date-num
                   PERFORM Post-One-Punch
                END-IF
           END-READ.

       Post-One-Punch.
           ADD cte-01 TO ws-punches-read

           MOVE punch-rec-code TO ws-checkdigit-code
           MOVE 'N' TO ws-checkdigit-valid-sw
           CALL "ChkDig" USING ws-checkdigit-code
                               ws-checkdigit-valid-sw

           IF sw-checkdigit-valid-N
              ADD cte-01 TO ws-bad-checkdigits
              DISPLAY "EXCEPTION: the punch code [" punch-rec-code
                      "] fails the check digit. The punch was "
                      "dropped."
           ELSE
              MOVE punch-rec-code TO ws-seek-code
              PERFORM Find-Or-Add-Day-Entry

              IF ws-day-found-sub GREATER ZEROES
                 SET sw-dy-punched-Y (ws-day-found-sub) TO TRUE

                 IF  sw-punch-rec-in
                 AND punch-rec-time LESS
                     ws-dy-first-in (ws-day-found-sub)
                     MOVE punch-rec-time
                       TO ws-dy-first-in (ws-day-found-sub)
                 END-IF

                 IF  sw-punch-rec-out
                 AND punch-rec-time GREATER
                     ws-dy-last-out (ws-day-found-sub)
                     MOVE punch-rec-time
                       TO ws-dy-last-out (ws-day-found-sub)
                 END-IF
              END-IF
           END-IF.

       Find-Or-Add-Day-Entry.
           MOVE ZEROES TO ws-day-found-sub

           PERFORM Match-Day-Entry
           VARYING ws-day-sub FROM 1 BY 1
             UNTIL ws-day-sub GREATER ws-day-tbl-count
                OR ws-day-found-sub GREATER ZEROES

           IF ws-day-found-sub EQUAL ZEROES
              IF ws-day-tbl-count LESS cte-day-tbl-max
                 ADD cte-01 TO ws-day-tbl-count
                 MOVE ws-day-tbl-count TO ws-day-found-sub
                 MOVE ws-seek-code
                   TO ws-dy-code        (ws-day-found-sub)
                 MOVE 'N'
                   TO ws-dy-rostered-sw (ws-day-found-sub)
                      ws-dy-punched-sw  (ws-day-found-sub)
                 MOVE SPACES
                   TO ws-dy-shift       (ws-day-found-sub)
                 MOVE 9999
                   TO ws-dy-first-in    (ws-day-found-sub)
                 MOVE ZEROES
                   TO ws-dy-last-out    (ws-day-found-sub)
              ELSE
                 SET sw-day-overflow-Y TO TRUE
              END-IF
           END-IF.

       Match-Day-Entry.
           IF ws-dy-code (ws-day-sub) EQUAL ws-seek-code
              MOVE ws-day-sub TO ws-day-found-sub
           END-IF.

       Load-Granted-Leave.
           MOVE ZEROES TO ws-leave-tbl-count
           MOVE 'N'    TO ws-eof-LeaveReq
                          ws-leave-overflow-sw

           OPEN INPUT LeaveReq

           IF fs-LeaveReq NOT EQUAL "00"
              CLOSE LeaveReq
              GO TO Load-Granted-Leave-Exit
           END-IF

           PERFORM Read-One-Leave-Request
             UNTIL sw-eof-LeaveReq-Y

           CLOSE LeaveReq

           IF sw-leave-overflow-Y
              DISPLAY "*** WARNING: more than [" cte-leave-tbl-max
                      "] granted leave requests touch this day. "
                      "Some no-shows may be on leave. ***"
           END-IF.
       Load-Granted-Leave-Exit.
           EXIT.

       Read-One-Leave-Request.
           READ LeaveReq RECORD
             AT END
                SET sw-eof-LeaveReq-Y TO TRUE

            NOT AT END
                IF  sw-leavereq-rec-granted
                AND leavereq-rec-period EQUAL ws-cap-date-period
                    PERFORM Post-One-Leave-Request
                END-IF
           END-READ.

       Post-One-Leave-Request.
           IF ws-leave-tbl-count NOT LESS cte-leave-tbl-max
              SET sw-leave-overflow-Y TO TRUE
              SET sw-eof-LeaveReq-Y   TO TRUE
           ELSE
              ADD cte-01 TO ws-leave-tbl-count
              MOVE leavereq-rec-code
                TO ws-lv-code (ws-leave-tbl-count)

              IF leavereq-rec-first-day IS NUMERIC
              AND leavereq-rec-first-day GREATER ZEROES
                 MOVE leavereq-rec-first-day
                   TO ws-lv-first-day (ws-leave-tbl-count)
                 PERFORM Compute-Leave-Last-Day
              ELSE
                 MOVE ZEROES
                   TO ws-lv-first-day (ws-leave-tbl-count)
                 MOVE cte-undated-leave
                   TO ws-lv-last-day  (ws-leave-tbl-count)
              END-IF
           END-IF.

       Compute-Leave-Last-Day.
           COMPUTE ws-leave-whole-days = leavereq-rec-days + 0.9

           IF ws-leave-whole-days EQUAL ZEROES
              MOVE 1 TO ws-leave-whole-days
           END-IF

           MOVE leavereq-rec-first-day TO ws-leave-walk-date
           COMPUTE ws-leave-walk-int =
                   FUNCTION INTEGER-OF-DATE(ws-leave-walk-date)
           MOVE ws-leave-whole-days TO ws-leave-walk-left

           PERFORM Walk-One-Leave-Day
             UNTIL ws-leave-walk-left EQUAL ZEROES

           MOVE ws-leave-walk-date
             TO ws-lv-last-day (ws-leave-tbl-count).

       Walk-One-Leave-Day.
           COMPUTE ws-leave-weekday =
                   FUNCTION MOD(ws-leave-walk-int + 1, 7)

           IF ws-leave-weekday GREATER 1
              SUBTRACT cte-01 FROM ws-leave-walk-left
              COMPUTE ws-leave-walk-date =
                      FUNCTION DATE-OF-INTEGER(ws-leave-walk-int)
           END-IF

           ADD cte-01 TO ws-leave-walk-int.

       Load-Exception-Log.
           MOVE ZEROES TO ws-exc-tbl-count
                          ws-exc-replaced
           MOVE 'N'    TO ws-eof-ExcLog
                          ws-exc-overflow-sw

           OPEN INPUT ExcLog

           IF fs-ExcLog NOT EQUAL "00"
              CLOSE ExcLog
              GO TO Load-Exception-Log-Exit
           END-IF

           PERFORM Read-One-Logged-Exception
             UNTIL sw-eof-ExcLog-Y

           CLOSE ExcLog.
       Load-Exception-Log-Exit.
           EXIT.

       Read-One-Logged-Exception.
           READ ExcLog RECORD
             AT END
                SET sw-eof-ExcLog-Y TO TRUE

            NOT AT END
                IF exclog-rec-date EQUAL ws-cap-date-num
                   ADD cte-01 TO ws-exc-replaced
                ELSE
                   IF ws-exc-tbl-count LESS cte-exc-tbl-max
                      ADD cte-01 TO ws-exc-tbl-count
                      MOVE exclog-rec
                        TO ws-exc-record (ws-exc-tbl-count)
                   ELSE
                      SET sw-exc-overflow-Y TO TRUE
                      SET sw-eof-ExcLog-Y   TO TRUE
                   END-IF
                END-IF
           END-READ.

       Check-One-Day-Entry.
           MOVE ws-dy-code (ws-day-sub) TO ws-nx-code
           MOVE ws-cap-date-num         TO ws-nx-date
           MOVE ws-dy-shift (ws-day-sub) TO ws-nx-shift
           MOVE ZEROES                  TO ws-nx-minutes

           IF NOT sw-dy-rostered-Y (ws-day-sub)
              ADD cte-01 TO ws-unrostered-count
              MOVE "U" TO ws-nx-type
              PERFORM Log-New-Exception
              DISPLAY "[" ws-nx-code "]  --     punched on a day "
                      "with no roster entry."
              GO TO Check-One-Day-Entry-Exit
           END-IF

           ADD cte-01 TO ws-rostered-count

           IF NOT sw-dy-punched-Y (ws-day-sub)
              PERFORM Check-Granted-Leave

              IF sw-leave-covered-Y
                 ADD cte-01 TO ws-on-leave-count
              ELSE
                 ADD cte-01 TO ws-no-show-count
                 MOVE "N" TO ws-nx-type
                 PERFORM Log-New-Exception
                 DISPLAY "[" ws-nx-code "]  [" ws-nx-shift "]   "
                         "no-show: no punches and no granted "
                         "leave."
              END-IF
              GO TO Check-One-Day-Entry-Exit
           END-IF

           MOVE ws-dy-shift (ws-day-sub) TO ws-seek-shift
           PERFORM Find-Shift-Entry

           IF ws-shift-found-sub EQUAL ZEROES
              DISPLAY "[" ws-nx-code "]  [" ws-nx-shift "]   "
                      "is rostered on a shift missing from the "
                      "shift table. Not checked."
              GO TO Check-One-Day-Entry-Exit
           END-IF

           MOVE ws-sh-start-time (ws-shift-found-sub) TO ws-time-work
           PERFORM Convert-Time-To-Minutes
           MOVE ws-time-mins TO ws-start-mins

           MOVE ws-sh-end-time (ws-shift-found-sub) TO ws-time-work
           PERFORM Convert-Time-To-Minutes
           MOVE ws-time-mins TO ws-end-mins

           IF ws-dy-first-in (ws-day-sub) NOT EQUAL 9999
              MOVE ws-dy-first-in (ws-day-sub) TO ws-time-work
              PERFORM Convert-Time-To-Minutes
              MOVE ws-time-mins TO ws-in-mins

              IF ws-in-mins GREATER ws-start-mins + ws-cap-grace
                 ADD cte-01 TO ws-late-count
                 MOVE "L" TO ws-nx-type
                 COMPUTE ws-nx-minutes = ws-in-mins - ws-start-mins
                 PERFORM Log-New-Exception
                 DISPLAY "[" ws-nx-code "]  [" ws-nx-shift "]   "
                         "late by [" ws-nx-minutes "] minutes, in "
                         "at [" ws-dy-first-in (ws-day-sub) "]."
              END-IF
           END-IF

           IF ws-end-mins NOT GREATER ws-start-mins
              GO TO Check-One-Day-Entry-Exit
           END-IF

           IF ws-dy-last-out (ws-day-sub) GREATER ZEROES
              MOVE ws-dy-last-out (ws-day-sub) TO ws-time-work
              PERFORM Convert-Time-To-Minutes
              MOVE ws-time-mins TO ws-out-mins

              IF ws-out-mins + ws-cap-grace LESS ws-end-mins
                 ADD cte-01 TO ws-early-count
                 MOVE "E" TO ws-nx-type
                 COMPUTE ws-nx-minutes = ws-end-mins - ws-out-mins
                 PERFORM Log-New-Exception
                 DISPLAY "[" ws-nx-code "]  [" ws-nx-shift "]   "
                         "left [" ws-nx-minutes "] minutes early, "
                         "out at [" ws-dy-last-out (ws-day-sub) "]."
              END-IF
           END-IF.
       Check-One-Day-Entry-Exit.
           EXIT.

       Check-Granted-Leave.
           MOVE 'N' TO ws-leave-covered-sw

           PERFORM Match-Granted-Leave
           VARYING ws-leave-sub FROM 1 BY 1
             UNTIL ws-leave-sub GREATER ws-leave-tbl-count
                OR sw-leave-covered-Y.

       Match-Granted-Leave.
           IF  ws-lv-code (ws-leave-sub) EQUAL ws-nx-code
           AND ws-lv-first-day (ws-leave-sub) NOT GREATER
               ws-cap-date-num
           AND ws-lv-last-day (ws-leave-sub) NOT LESS
               ws-cap-date-num
               SET sw-leave-covered-Y TO TRUE
           END-IF.

       Find-Shift-Entry.
           MOVE ZEROES TO ws-shift-found-sub

           PERFORM Match-Shift-Entry
           VARYING ws-shift-sub FROM 1 BY 1
             UNTIL ws-shift-sub GREATER ws-shift-tbl-count
                OR ws-shift-found-sub GREATER ZEROES.

       Match-Shift-Entry.
           IF ws-sh-code (ws-shift-sub) EQUAL ws-seek-shift
              MOVE ws-shift-sub TO ws-shift-found-sub
           END-IF.

       Convert-Time-To-Minutes.
           COMPUTE ws-time-mins = ws-time-work-hh * 60
                                + ws-time-work-mm.

       Log-New-Exception.
           IF ws-exc-tbl-count LESS cte-exc-tbl-max
              ADD cte-01 TO ws-exc-tbl-count
              MOVE ws-new-exception
                TO ws-exc-record (ws-exc-tbl-count)
              ADD cte-01 TO ws-exceptions-written
           ELSE
              SET sw-exc-overflow-Y TO TRUE
           END-IF.

       Rewrite-Exception-Log.
           OPEN OUTPUT ExcLog

           IF fs-ExcLog NOT EQUAL "00" AND fs-ExcLog NOT EQUAL "05"
              CLOSE ExcLog
              DISPLAY "*** The exception log could not be "
                      "rewritten. The exceptions were NOT "
                      "logged. ***"
              GO TO Rewrite-Exception-Log-Exit
           END-IF

           PERFORM Write-One-Logged-Exception
           VARYING ws-exc-sub FROM 1 BY 1
             UNTIL ws-exc-sub GREATER ws-exc-tbl-count

           CLOSE ExcLog

           DISPLAY "Exceptions logged for the day: ["
                   ws-exceptions-written "]."

           IF sw-exc-overflow-Y
              DISPLAY "*** WARNING: the exception log filled up at ["
                      cte-exc-tbl-max "]. Some exceptions were NOT "
                      "logged. ***"
           END-IF.
       Rewrite-Exception-Log-Exit.
           EXIT.

       Write-One-Logged-Exception.
           MOVE ws-exc-record (ws-exc-sub) TO exclog-rec
           WRITE exclog-rec.

       Run-Monthly-Summary.
           DISPLAY "Period to summarise (CCYYMM): " WITH NO ADVANCING
           ACCEPT ws-cap-period

           DISPLAY "Exceptions that make a repeat offender (0 for "
                   cte-default-repeats "): " WITH NO ADVANCING
           ACCEPT ws-cap-repeats

           IF ws-cap-repeats EQUAL ZEROES
              MOVE cte-default-repeats TO ws-cap-repeats
           END-IF

           MOVE ZEROES TO ws-off-tbl-count
                          ws-off-listed
           MOVE 'N'    TO ws-eof-ExcLog
                          ws-off-overflow-sw

           OPEN INPUT ExcLog

           IF fs-ExcLog NOT EQUAL "00"
              CLOSE ExcLog
              DISPLAY "There is no exception log yet."
              GO TO Run-Monthly-Summary-Exit
           END-IF

           PERFORM Read-One-Period-Exception
             UNTIL sw-eof-ExcLog-Y

           CLOSE ExcLog

           IF ws-off-tbl-count EQUAL ZEROES
              DISPLAY "No exceptions were logged in period ["
                      ws-cap-period "]."
              GO TO Run-Monthly-Summary-Exit
           END-IF

           DISPLAY "Employee index file (blank for no names): "
              WITH NO ADVANCING
           ACCEPT ws-IdxFile-name

           MOVE 'N' TO ws-off-idx-open-sw

           IF ws-IdxFile-name NOT EQUAL SPACES
              OPEN INPUT IdxFile

              IF fs-IdxFile EQUAL "00"
                 SET sw-off-idx-open-Y TO TRUE
              ELSE
                 CLOSE IdxFile
              END-IF
           END-IF

           DISPLAY SPACE
           DISPLAY "Repeat attendance offenders, period ["
                   ws-cap-period "], [" ws-cap-repeats
                   "] or more exceptions:"
           DISPLAY "Employee Name                 Late Mins  "
                   "Early NoShow Unrost Total"

           PERFORM List-One-Offender
           VARYING ws-off-sub FROM 1 BY 1
             UNTIL ws-off-sub GREATER ws-off-tbl-count

           IF sw-off-idx-open-Y
              CLOSE IdxFile
           END-IF

           DISPLAY "Employees with exceptions: [" ws-off-tbl-count
                   "], repeat offenders: [" ws-off-listed "]."

           IF sw-off-overflow-Y
              DISPLAY "*** WARNING: more than [" cte-day-tbl-max
                      "] employees have exceptions. The summary "
                      "is incomplete. ***"
           END-IF.
       Run-Monthly-Summary-Exit.
           EXIT.

       Read-One-Period-Exception.
           READ ExcLog RECORD
             AT END
                SET sw-eof-ExcLog-Y TO TRUE

            NOT AT END
                IF exclog-rec-period EQUAL ws-cap-period
                   PERFORM Post-One-Period-Exception
                END-IF
           END-READ.

       Post-One-Period-Exception.
           MOVE ZEROES TO ws-off-found-sub

           PERFORM Match-Offender-Entry
           VARYING ws-off-sub FROM 1 BY 1
             UNTIL ws-off-sub GREATER ws-off-tbl-count
                OR ws-off-found-sub GREATER ZEROES

           IF ws-off-found-sub EQUAL ZEROES
              IF ws-off-tbl-count LESS cte-day-tbl-max
                 ADD cte-01 TO ws-off-tbl-count
                 MOVE ws-off-tbl-count TO ws-off-found-sub
                 MOVE exclog-rec-code
                   TO ws-of-code       (ws-off-found-sub)
                 MOVE ZEROES
                   TO ws-of-late       (ws-off-found-sub)
                      ws-of-early      (ws-off-found-sub)
                      ws-of-no-show    (ws-off-found-sub)
                      ws-of-unrostered (ws-off-found-sub)
                      ws-of-late-mins  (ws-off-found-sub)
              ELSE
                 SET sw-off-overflow-Y TO TRUE
              END-IF
           END-IF

           IF ws-off-found-sub GREATER ZEROES
              EVALUATE TRUE
                  WHEN sw-exclog-rec-late
                       ADD cte-01 TO ws-of-late (ws-off-found-sub)
                       ADD exclog-rec-minutes
                         TO ws-of-late-mins (ws-off-found-sub)
                  WHEN sw-exclog-rec-early
                       ADD cte-01 TO ws-of-early (ws-off-found-sub)
                  WHEN sw-exclog-rec-no-show
                       ADD cte-01
                         TO ws-of-no-show (ws-off-found-sub)
                  WHEN sw-exclog-rec-unrostered
                       ADD cte-01
                         TO ws-of-unrostered (ws-off-found-sub)
              END-EVALUATE
           END-IF.

       Match-Offender-Entry.
           IF ws-of-code (ws-off-sub) EQUAL exclog-rec-code
              MOVE ws-off-sub TO ws-off-found-sub
           END-IF.

       List-One-Offender.
           COMPUTE ws-off-total = ws-of-late       (ws-off-sub)
                                + ws-of-early      (ws-off-sub)
                                + ws-of-no-show    (ws-off-sub)
                                + ws-of-unrostered (ws-off-sub)

           IF ws-off-total NOT LESS ws-cap-repeats
              ADD cte-01 TO ws-off-listed
              MOVE SPACES TO ws-off-name

              IF sw-off-idx-open-Y
                 MOVE ws-of-code (ws-off-sub)
                   TO f-IdxFile-rec-cod-employee
                 READ IdxFile RECORD
                      KEY IS f-IdxFile-rec-cod-employee
                   INVALID KEY
                      MOVE "(not on file)" TO ws-off-name
                   NOT INVALID KEY
                      MOVE f-IdxFile-rec-name-employee
                        TO ws-off-name
                 END-READ
              END-IF

              DISPLAY "[" ws-of-code (ws-off-sub) "] ["
                      ws-off-name "] ["
                      ws-of-late (ws-off-sub) "] ["
                      ws-of-late-mins (ws-off-sub) "] ["
                      ws-of-early (ws-off-sub) "] ["
                      ws-of-no-show (ws-off-sub) "] ["
                      ws-of-unrostered (ws-off-sub) "] ["
                      ws-off-total "]."
           END-IF.

       Validate-Captured-Date.
           MOVE 'N' TO ws-cap-valid-sw

           CALL "Val_Date" USING ws-cap-date-year
                                 ws-cap-date-mm
                                 ws-cap-date-dd
                                 ws-cap-valid-sw

           IF ws-cap-date-num EQUAL ZEROES
              MOVE 'N' TO ws-cap-valid-sw
           END-IF.

       END PROGRAM PunchExc.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RostMnt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ShiftTbl ASSIGN TO ws-ShiftTbl-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-ShiftTbl.

           SELECT OPTIONAL RosterFile ASSIGN TO ws-RosterFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-RosterFile.

           SELECT OPTIONAL IdxFile ASSIGN TO DISK ws-IdxFile-name
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS f-IdxFile-rec-cod-employee
                  FILE STATUS  IS fs-IdxFile.

       DATA DIVISION.
       FILE SECTION.
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
       77  fs-ShiftTbl                  PIC X(02) VALUE SPACES.
       77  fs-RosterFile                PIC X(02) VALUE SPACES.
       77  fs-IdxFile                   PIC X(02) VALUE SPACES.

       77  ws-ShiftTbl-name             PIC X(12) VALUE "ShiftTbl".
       77  ws-RosterFile-name           PIC X(12) VALUE "RosterFile".
       77  ws-IdxFile-name              PIC X(12) VALUE SPACES.

       77  ws-eof-ShiftTbl              PIC X(01) VALUE 'N'.
           88  sw-eof-ShiftTbl-Y                  VALUE 'Y'.
       77  ws-eof-RosterFile            PIC X(01) VALUE 'N'.
           88  sw-eof-RosterFile-Y                VALUE 'Y'.

       78  cte-01                                 VALUE 01.
       78  cte-shift-tbl-max                      VALUE 20.
       78  cte-roster-tbl-max                     VALUE 5000.
       78  cte-max-copy-weeks                     VALUE 52.

       01  ws-menu-controls.
           03  ws-menu-option           PIC 9(01) VALUE ZERO.
               88  sw-menu-option-shift           VALUE 1.
               88  sw-menu-option-shifts          VALUE 2.
               88  sw-menu-option-roster          VALUE 3.
               88  sw-menu-option-copy            VALUE 4.
               88  sw-menu-option-list            VALUE 5.
               88  sw-menu-option-exit            VALUE 6.

       01  ws-capture-fields.
           03  ws-cap-code              PIC 9(06) VALUE ZEROES.
           03  ws-cap-shift             PIC X(02) VALUE SPACES.
           03  ws-cap-desc              PIC X(12) VALUE SPACES.
           03  ws-cap-start-time.
               05  ws-cap-start-hh      PIC 9(02) VALUE ZEROES.
               05  ws-cap-start-mm      PIC 9(02) VALUE ZEROES.
           03  ws-cap-start-num     REDEFINES ws-cap-start-time
                                        PIC 9(04).
           03  ws-cap-end-time.
               05  ws-cap-end-hh        PIC 9(02) VALUE ZEROES.
               05  ws-cap-end-mm        PIC 9(02) VALUE ZEROES.
           03  ws-cap-end-num       REDEFINES ws-cap-end-time
                                        PIC 9(04).
           03  ws-cap-diff-pct          PIC 9(02)V9(02) VALUE ZEROES.
           03  ws-cap-date.
               05  ws-cap-date-year     PIC 9(04) VALUE ZEROES.
               05  ws-cap-date-mm       PIC 9(02) VALUE ZEROES.
               05  ws-cap-date-dd       PIC 9(02) VALUE ZEROES.
           03  ws-cap-date-num      REDEFINES ws-cap-date
                                        PIC 9(08).
           03  ws-cap-valid-sw          PIC X(01) VALUE 'N'.
               88  sw-cap-valid-Y                 VALUE 'Y'.
           03  ws-cap-from-date         PIC 9(08) VALUE ZEROES.
           03  ws-cap-to-date           PIC 9(08) VALUE ZEROES.
           03  ws-cap-weeks             PIC 9(02) VALUE ZEROES.

       01  ws-shift-controls.
           03  ws-shift-overflow-sw     PIC X(01) VALUE 'N'.
               88  sw-shift-overflow-Y            VALUE 'Y'.
           03  ws-shift-tbl-count       PIC 9(02) VALUE ZEROES.
           03  ws-shift-sub             PIC 9(02) VALUE ZEROES.
           03  ws-shift-found-sub       PIC 9(02) VALUE ZEROES.

       01  ws-shift-table.
           03  ws-shift-entry OCCURS cte-shift-tbl-max TIMES.
               05  ws-sh-code           PIC X(02).
               05  ws-sh-desc           PIC X(12).
               05  ws-sh-start-time     PIC 9(04).
               05  ws-sh-end-time       PIC 9(04).
               05  ws-sh-diff-pct       PIC 9(02)V9(02).

       01  ws-roster-controls.
           03  ws-roster-overflow-sw    PIC X(01) VALUE 'N'.
               88  sw-roster-overflow-Y           VALUE 'Y'.
           03  ws-roster-tbl-count      PIC 9(04) VALUE ZEROES.
           03  ws-roster-sub            PIC 9(04) VALUE ZEROES.
           03  ws-roster-found-sub      PIC 9(04) VALUE ZEROES.
           03  ws-roster-seek-code      PIC 9(06) VALUE ZEROES.
           03  ws-roster-seek-date      PIC 9(08) VALUE ZEROES.

       01  ws-roster-table.
           03  ws-roster-entry OCCURS cte-roster-tbl-max TIMES.
               05  ws-ro-code           PIC 9(06).
               05  ws-ro-work-date      PIC 9(08).
               05  ws-ro-shift          PIC X(02).

       01  ws-copy-fields.
           03  ws-copy-src-count        PIC 9(04) VALUE ZEROES.
           03  ws-copy-src-sub          PIC 9(04) VALUE ZEROES.
           03  ws-copy-week             PIC 9(02) VALUE ZEROES.
           03  ws-copy-src-int          PIC 9(07) VALUE ZEROES.
           03  ws-copy-src-end          PIC 9(08) VALUE ZEROES.
           03  ws-copy-added            PIC 9(05) VALUE ZEROES.
           03  ws-copy-replaced         PIC 9(05) VALUE ZEROES.
           03  ws-copy-source-rows      PIC 9(04) VALUE ZEROES.
           03  ws-copy-full-sw          PIC X(01) VALUE 'N'.
               88  sw-copy-full-Y                 VALUE 'Y'.

       01  ws-list-counter              PIC 9(04) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "Shift table and employee roster maintenance."

           PERFORM Load-Shift-Table
             THRU Load-Shift-Table-Exit

           PERFORM Load-Roster
             THRU Load-Roster-Exit

           IF sw-shift-overflow-Y
           OR sw-roster-overflow-Y
              DISPLAY "*** The shift table or the roster is larger "
                      "than the tables hold. They are left "
                      "untouched: raise the tables before "
                      "re-running. ***"
              STOP RUN
           END-IF

           PERFORM Process-Menu
             UNTIL sw-menu-option-exit

           STOP RUN.

       Process-Menu.
           DISPLAY SPACE
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "|    Shift Roster.                  |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "| [1]. Record a shift definition.   |"
           DISPLAY "| [2]. List the shift table.        |"
           DISPLAY "| [3]. Roster an employee for a day.|"
           DISPLAY "| [4]. Copy a weekly pattern ahead. |"
           DISPLAY "| [5]. List an employee's roster.   |"
           DISPLAY "| [6]. Exit this program.           |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "Enter your own choice: " WITH NO ADVANCING
           ACCEPT ws-menu-option

           EVALUATE TRUE
               WHEN sw-menu-option-shift
                    PERFORM Record-Shift-Definition
                      THRU Record-Shift-Definition-Exit

               WHEN sw-menu-option-shifts
                    PERFORM List-Shift-Table

               WHEN sw-menu-option-roster
                    PERFORM Roster-One-Day
                      THRU Roster-One-Day-Exit

               WHEN sw-menu-option-copy
                    PERFORM Copy-Week-Forward
                      THRU Copy-Week-Forward-Exit

               WHEN sw-menu-option-list
                    PERFORM List-Employee-Roster
                      THRU List-Employee-Roster-Exit

               WHEN sw-menu-option-exit
                    DISPLAY "Leaving this program..."

               WHEN OTHER
                    DISPLAY "Unrecognized option. Please try again!"
           END-EVALUATE.

       Load-Shift-Table.
           MOVE ZEROES TO ws-shift-tbl-count
           MOVE 'N'    TO ws-eof-ShiftTbl

           OPEN INPUT ShiftTbl

           IF fs-ShiftTbl NOT EQUAL "00"
              CLOSE ShiftTbl
              DISPLAY "There is no shift table yet. A new one starts "
                      "empty."
              GO TO Load-Shift-Table-Exit
           END-IF

           PERFORM Read-One-Shift-Row
             UNTIL sw-eof-ShiftTbl-Y

           CLOSE ShiftTbl

           DISPLAY "Shift table loaded with [" ws-shift-tbl-count
                   "] shifts.".
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
                   MOVE shift-rec-desc
                     TO ws-sh-desc       (ws-shift-tbl-count)
                   MOVE shift-rec-start-time
                     TO ws-sh-start-time (ws-shift-tbl-count)
                   MOVE shift-rec-end-time
                     TO ws-sh-end-time   (ws-shift-tbl-count)
                   MOVE shift-rec-diff-pct
                     TO ws-sh-diff-pct   (ws-shift-tbl-count)
                ELSE
                   SET sw-shift-overflow-Y TO TRUE
                   SET sw-eof-ShiftTbl-Y   TO TRUE
                END-IF
           END-READ.

       Load-Roster.
           MOVE ZEROES TO ws-roster-tbl-count
           MOVE 'N'    TO ws-eof-RosterFile

           OPEN INPUT RosterFile

           IF fs-RosterFile NOT EQUAL "00"
              CLOSE RosterFile
              DISPLAY "There is no roster yet. A new one starts "
                      "empty."
              GO TO Load-Roster-Exit
           END-IF

           PERFORM Read-One-Roster-Row
             UNTIL sw-eof-RosterFile-Y

           CLOSE RosterFile

           DISPLAY "Roster loaded with [" ws-roster-tbl-count
                   "] rostered days.".
       Load-Roster-Exit.
           EXIT.

       Read-One-Roster-Row.
           READ RosterFile RECORD
             AT END
                SET sw-eof-RosterFile-Y TO TRUE

            NOT AT END
                IF ws-roster-tbl-count LESS cte-roster-tbl-max
                   ADD cte-01 TO ws-roster-tbl-count
                   MOVE roster-rec-code
                     TO ws-ro-code      (ws-roster-tbl-count)
                   MOVE roster-rec-work-date
                     TO ws-ro-work-date (ws-roster-tbl-count)
                   MOVE roster-rec-shift
                     TO ws-ro-shift     (ws-roster-tbl-count)
                ELSE
                   SET sw-roster-overflow-Y TO TRUE
                   SET sw-eof-RosterFile-Y  TO TRUE
                END-IF
           END-READ.

       Record-Shift-Definition.
           DISPLAY "Shift code (e.g. DY, EV, NT) : " WITH NO ADVANCING
           ACCEPT ws-cap-shift

           DISPLAY "Description                  : " WITH NO ADVANCING
           ACCEPT ws-cap-desc

           DISPLAY "Start time (HHMM)            : " WITH NO ADVANCING
           ACCEPT ws-cap-start-time

           DISPLAY "End time (HHMM)              : " WITH NO ADVANCING
           ACCEPT ws-cap-end-time

           DISPLAY "Differential percentage      : " WITH NO ADVANCING
           ACCEPT ws-cap-diff-pct

           MOVE FUNCTION UPPER-CASE(ws-cap-shift) TO ws-cap-shift

           IF ws-cap-shift EQUAL SPACES
              DISPLAY "The shift code must be entered. Nothing "
                      "recorded."
              GO TO Record-Shift-Definition-Exit
           END-IF

           IF ws-cap-start-hh GREATER 23
           OR ws-cap-start-mm GREATER 59
           OR ws-cap-end-hh   GREATER 23
           OR ws-cap-end-mm   GREATER 59
              DISPLAY "The start and end times must be valid HHMM "
                      "times. Nothing recorded."
              GO TO Record-Shift-Definition-Exit
           END-IF

           PERFORM Find-Shift-Entry

           IF ws-shift-found-sub EQUAL ZEROES
              IF ws-shift-tbl-count NOT LESS cte-shift-tbl-max
                 DISPLAY "*** WARNING: the shift table is full at ["
                         cte-shift-tbl-max "]. Nothing recorded. ***"
                 GO TO Record-Shift-Definition-Exit
              END-IF

              ADD cte-01 TO ws-shift-tbl-count
              MOVE ws-shift-tbl-count TO ws-shift-found-sub
              MOVE ws-cap-shift TO ws-sh-code (ws-shift-found-sub)
           END-IF

           MOVE ws-cap-desc
             TO ws-sh-desc       (ws-shift-found-sub)
           MOVE ws-cap-start-num
             TO ws-sh-start-time (ws-shift-found-sub)
           MOVE ws-cap-end-num
             TO ws-sh-end-time   (ws-shift-found-sub)
           MOVE ws-cap-diff-pct
             TO ws-sh-diff-pct   (ws-shift-found-sub)

           PERFORM Rewrite-Shift-Table

           DISPLAY "Shift [" ws-cap-shift "] runs [" ws-cap-start-num
                   "] to [" ws-cap-end-num "] with a differential "
                   "of [" ws-cap-diff-pct "]%.".
       Record-Shift-Definition-Exit.
           EXIT.

       List-Shift-Table.
           DISPLAY SPACE
           DISPLAY "Code  Description   Start  End   Diff %"

           PERFORM List-One-Shift-Row
           VARYING ws-shift-sub FROM 1 BY 1
             UNTIL ws-shift-sub GREATER ws-shift-tbl-count

           DISPLAY "Shifts listed: [" ws-shift-tbl-count "].".

       List-One-Shift-Row.
           DISPLAY "[" ws-sh-code (ws-shift-sub) "] ["
                   ws-sh-desc (ws-shift-sub) "] ["
                   ws-sh-start-time (ws-shift-sub) "] ["
                   ws-sh-end-time (ws-shift-sub) "] ["
                   ws-sh-diff-pct (ws-shift-sub) "].".

       Roster-One-Day.
           DISPLAY "Employee code                : " WITH NO ADVANCING
           ACCEPT ws-cap-code

           DISPLAY "Work date (CCYYMMDD)         : " WITH NO ADVANCING
           ACCEPT ws-cap-date
           PERFORM Validate-Captured-Date

           IF NOT sw-cap-valid-Y
              DISPLAY "The work date is not a valid date. Nothing "
                      "rostered."
              GO TO Roster-One-Day-Exit
           END-IF

           DISPLAY "Shift code (blank removes)   : " WITH NO ADVANCING
           ACCEPT ws-cap-shift

           MOVE FUNCTION UPPER-CASE(ws-cap-shift) TO ws-cap-shift

           MOVE ws-cap-code     TO ws-roster-seek-code
           MOVE ws-cap-date-num TO ws-roster-seek-date

           PERFORM Find-Roster-Entry

           IF ws-cap-shift EQUAL SPACES
              IF ws-roster-found-sub EQUAL ZEROES
                 DISPLAY "Employee [" ws-cap-code "] is not rostered "
                         "on [" ws-cap-date-num "]. Nothing removed."
              ELSE
                 PERFORM Remove-Roster-Entry
                 PERFORM Rewrite-Roster
                 DISPLAY "Employee [" ws-cap-code "] is no longer "
                         "rostered on [" ws-cap-date-num "]."
              END-IF
              GO TO Roster-One-Day-Exit
           END-IF

           PERFORM Find-Shift-Entry

           IF ws-shift-found-sub EQUAL ZEROES
              DISPLAY "Shift [" ws-cap-shift "] is not on the shift "
                      "table. Nothing rostered."
              GO TO Roster-One-Day-Exit
           END-IF

           DISPLAY "Employee index file          : " WITH NO ADVANCING
           ACCEPT ws-IdxFile-name

           OPEN INPUT IdxFile

           IF fs-IdxFile NOT EQUAL "00"
              CLOSE IdxFile
              DISPLAY "*** WARNING: the employee index file could "
                      "not be opened. Nothing rostered. ***"
              GO TO Roster-One-Day-Exit
           END-IF

           MOVE ws-cap-code TO f-IdxFile-rec-cod-employee

           READ IdxFile RECORD KEY IS f-IdxFile-rec-cod-employee
               INVALID KEY
                  CLOSE IdxFile
                  DISPLAY "Employee [" ws-cap-code "] is not on the "
                          "master file. Nothing rostered."
                  GO TO Roster-One-Day-Exit
           END-READ

           CLOSE IdxFile

           IF sw-f-IdxFile-rec-status-terminated
              DISPLAY "Employee [" ws-cap-code "] is terminated. "
                      "Nothing rostered."
              GO TO Roster-One-Day-Exit
           END-IF

           IF ws-roster-found-sub EQUAL ZEROES
              IF ws-roster-tbl-count NOT LESS cte-roster-tbl-max
                 DISPLAY "*** WARNING: the roster is full at ["
                         cte-roster-tbl-max "]. Nothing rostered. ***"
                 GO TO Roster-One-Day-Exit
              END-IF

              ADD cte-01 TO ws-roster-tbl-count
              MOVE ws-roster-tbl-count TO ws-roster-found-sub
              MOVE ws-cap-code
                TO ws-ro-code      (ws-roster-found-sub)
              MOVE ws-cap-date-num
                TO ws-ro-work-date (ws-roster-found-sub)
           END-IF

           MOVE ws-cap-shift TO ws-ro-shift (ws-roster-found-sub)

           PERFORM Rewrite-Roster

           DISPLAY "[" f-IdxFile-rec-name-employee "] works shift ["
                   ws-cap-shift "] on [" ws-cap-date-num "].".
       Roster-One-Day-Exit.
           EXIT.

       Remove-Roster-Entry.
           MOVE ws-ro-code      (ws-roster-tbl-count)
             TO ws-ro-code      (ws-roster-found-sub)
           MOVE ws-ro-work-date (ws-roster-tbl-count)
             TO ws-ro-work-date (ws-roster-found-sub)
           MOVE ws-ro-shift     (ws-roster-tbl-count)
             TO ws-ro-shift     (ws-roster-found-sub)

           SUBTRACT cte-01 FROM ws-roster-tbl-count.

       Copy-Week-Forward.
           DISPLAY "Employee code (0 for all)    : " WITH NO ADVANCING
           ACCEPT ws-cap-code

           DISPLAY "First day of the source week : " WITH NO ADVANCING
           ACCEPT ws-cap-date
           PERFORM Validate-Captured-Date

           IF NOT sw-cap-valid-Y
              DISPLAY "The source week date is not a valid date. "
                      "Nothing copied."
              GO TO Copy-Week-Forward-Exit
           END-IF

           DISPLAY "Weeks to copy forward        : " WITH NO ADVANCING
           ACCEPT ws-cap-weeks

           IF ws-cap-weeks EQUAL ZEROES
           OR ws-cap-weeks GREATER cte-max-copy-weeks
              DISPLAY "Between [1] and [" cte-max-copy-weeks "] "
                      "weeks can be copied. Nothing copied."
              GO TO Copy-Week-Forward-Exit
           END-IF

           MOVE ws-cap-date-num TO ws-cap-from-date
           COMPUTE ws-copy-src-end = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(ws-cap-from-date) + 6)

           MOVE ZEROES TO ws-copy-added
                          ws-copy-replaced
                          ws-copy-source-rows
           MOVE 'N'    TO ws-copy-full-sw
           MOVE ws-roster-tbl-count TO ws-copy-src-count

           PERFORM Copy-One-Source-Row
              THRU Copy-One-Source-Row-Exit
           VARYING ws-copy-src-sub FROM 1 BY 1
             UNTIL ws-copy-src-sub GREATER ws-copy-src-count

           IF ws-copy-source-rows EQUAL ZEROES
              DISPLAY "Nothing is rostered in the week from ["
                      ws-cap-from-date "] to [" ws-copy-src-end
                      "]. Nothing copied."
              GO TO Copy-Week-Forward-Exit
           END-IF

           PERFORM Rewrite-Roster

           DISPLAY "Source week [" ws-cap-from-date "] to ["
                   ws-copy-src-end "]: [" ws-copy-source-rows
                   "] rostered days copied over [" ws-cap-weeks
                   "] weeks."
           DISPLAY "Days added: [" ws-copy-added "], days "
                   "overwritten: [" ws-copy-replaced "]."

           IF sw-copy-full-Y
              DISPLAY "*** WARNING: the roster filled up at ["
                      cte-roster-tbl-max "]. Some days were NOT "
                      "copied. ***"
           END-IF.
       Copy-Week-Forward-Exit.
           EXIT.

       Copy-One-Source-Row.
           IF ws-ro-work-date (ws-copy-src-sub) LESS ws-cap-from-date
           OR ws-ro-work-date (ws-copy-src-sub) GREATER ws-copy-src-end
              GO TO Copy-One-Source-Row-Exit
           END-IF

           IF  ws-cap-code NOT EQUAL ZEROES
           AND ws-cap-code NOT EQUAL ws-ro-code (ws-copy-src-sub)
               GO TO Copy-One-Source-Row-Exit
           END-IF

           ADD cte-01 TO ws-copy-source-rows

           COMPUTE ws-copy-src-int =
                   FUNCTION INTEGER-OF-DATE(
                       ws-ro-work-date (ws-copy-src-sub))

           PERFORM Copy-To-One-Week
           VARYING ws-copy-week FROM 1 BY 1
             UNTIL ws-copy-week GREATER ws-cap-weeks.
       Copy-One-Source-Row-Exit.
           EXIT.

       Copy-To-One-Week.
           MOVE ws-ro-code (ws-copy-src-sub) TO ws-roster-seek-code
           COMPUTE ws-roster-seek-date = FUNCTION DATE-OF-INTEGER(
                   ws-copy-src-int + ws-copy-week * 7)

           PERFORM Find-Roster-Entry

           IF ws-roster-found-sub GREATER ZEROES
              MOVE ws-ro-shift (ws-copy-src-sub)
                TO ws-ro-shift (ws-roster-found-sub)
              ADD cte-01 TO ws-copy-replaced
           ELSE
              IF ws-roster-tbl-count LESS cte-roster-tbl-max
                 ADD cte-01 TO ws-roster-tbl-count
                 MOVE ws-roster-seek-code
                   TO ws-ro-code      (ws-roster-tbl-count)
                 MOVE ws-roster-seek-date
                   TO ws-ro-work-date (ws-roster-tbl-count)
                 MOVE ws-ro-shift     (ws-copy-src-sub)
                   TO ws-ro-shift     (ws-roster-tbl-count)
                 ADD cte-01 TO ws-copy-added
              ELSE
                 SET sw-copy-full-Y TO TRUE
              END-IF
           END-IF.

       List-Employee-Roster.
           DISPLAY "Employee code                : " WITH NO ADVANCING
           ACCEPT ws-cap-code

           DISPLAY "From date (CCYYMMDD)         : " WITH NO ADVANCING
           ACCEPT ws-cap-date
           PERFORM Validate-Captured-Date

           IF NOT sw-cap-valid-Y
              DISPLAY "The from date is not a valid date."
              GO TO List-Employee-Roster-Exit
           END-IF

           MOVE ws-cap-date-num TO ws-cap-from-date

           DISPLAY "To date (CCYYMMDD)           : " WITH NO ADVANCING
           ACCEPT ws-cap-date
           PERFORM Validate-Captured-Date

           IF NOT sw-cap-valid-Y
              DISPLAY "The to date is not a valid date."
              GO TO List-Employee-Roster-Exit
           END-IF

           MOVE ws-cap-date-num TO ws-cap-to-date
           MOVE ZEROES          TO ws-list-counter

           DISPLAY SPACE
           DISPLAY "Work date  Shift"

           PERFORM List-One-Roster-Row
           VARYING ws-roster-sub FROM 1 BY 1
             UNTIL ws-roster-sub GREATER ws-roster-tbl-count

           DISPLAY "Rostered days listed: [" ws-list-counter "].".
       List-Employee-Roster-Exit.
           EXIT.

       List-One-Roster-Row.
           IF  ws-ro-code (ws-roster-sub) EQUAL ws-cap-code
           AND ws-ro-work-date (ws-roster-sub)
               NOT LESS ws-cap-from-date
           AND ws-ro-work-date (ws-roster-sub)
               NOT GREATER ws-cap-to-date
               ADD cte-01 TO ws-list-counter
               DISPLAY "[" ws-ro-work-date (ws-roster-sub) "] ["
                       ws-ro-shift (ws-roster-sub) "]."
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

       Find-Shift-Entry.
           MOVE ZEROES TO ws-shift-found-sub

           PERFORM Match-Shift-Entry
           VARYING ws-shift-sub FROM 1 BY 1
             UNTIL ws-shift-sub GREATER ws-shift-tbl-count
                OR ws-shift-found-sub GREATER ZEROES.

       Match-Shift-Entry.
           IF ws-sh-code (ws-shift-sub) EQUAL ws-cap-shift
              MOVE ws-shift-sub TO ws-shift-found-sub
           END-IF.

       Find-Roster-Entry.
           MOVE ZEROES TO ws-roster-found-sub

           PERFORM Match-Roster-Entry
           VARYING ws-roster-sub FROM 1 BY 1
             UNTIL ws-roster-sub GREATER ws-roster-tbl-count
                OR ws-roster-found-sub GREATER ZEROES.

       Match-Roster-Entry.
           IF  ws-ro-code (ws-roster-sub) EQUAL ws-roster-seek-code
           AND ws-ro-work-date (ws-roster-sub) EQUAL
               ws-roster-seek-date
               MOVE ws-roster-sub TO ws-roster-found-sub
           END-IF.

       Rewrite-Shift-Table.
           OPEN OUTPUT ShiftTbl

           IF fs-ShiftTbl EQUAL "00" OR fs-ShiftTbl EQUAL "05"
              PERFORM Write-One-Shift-Row
              VARYING ws-shift-sub FROM 1 BY 1
                UNTIL ws-shift-sub GREATER ws-shift-tbl-count

              CLOSE ShiftTbl
           ELSE
              CLOSE ShiftTbl
              DISPLAY "*** WARNING: the shift table could not be "
                      "rewritten. The change was NOT saved. ***"
           END-IF.

       Write-One-Shift-Row.
           MOVE ws-sh-code       (ws-shift-sub) TO shift-rec-code
           MOVE ws-sh-desc       (ws-shift-sub) TO shift-rec-desc
           MOVE ws-sh-start-time (ws-shift-sub) TO shift-rec-start-time
           MOVE ws-sh-end-time   (ws-shift-sub) TO shift-rec-end-time
           MOVE ws-sh-diff-pct   (ws-shift-sub) TO shift-rec-diff-pct

           WRITE shift-rec.

       Rewrite-Roster.
           OPEN OUTPUT RosterFile

           IF fs-RosterFile EQUAL "00" OR fs-RosterFile EQUAL "05"
              PERFORM Write-One-Roster-Row
              VARYING ws-roster-sub FROM 1 BY 1
                UNTIL ws-roster-sub GREATER ws-roster-tbl-count

              CLOSE RosterFile
           ELSE
              CLOSE RosterFile
              DISPLAY "*** WARNING: the roster could not be "
                      "rewritten. The change was NOT saved. ***"
           END-IF.

       Write-One-Roster-Row.
           MOVE ws-ro-code      (ws-roster-sub) TO roster-rec-code
           MOVE ws-ro-work-date (ws-roster-sub) TO roster-rec-work-date
           MOVE ws-ro-shift     (ws-roster-sub) TO roster-rec-shift

           WRITE roster-rec.

       END PROGRAM RostMnt.

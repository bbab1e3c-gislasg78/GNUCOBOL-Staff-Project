       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AbsPlan.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MgrFile ASSIGN TO ws-MgrFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-MgrFile.

           SELECT OPTIONAL LeaveReq ASSIGN TO ws-LeaveReq-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-LeaveReq.

           SELECT OPTIONAL holidayfile ASSIGN TO ws-holidayfile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-holidayfile.

           SELECT OPTIONAL IdxFile ASSIGN TO DISK ws-IdxFile-name
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS f-IdxFile-rec-cod-employee
                  ALTERNATE RECORD KEY IS f-IdxFile-rec-salary-employee
                            WITH DUPLICATES
                  FILE STATUS  IS fs-IdxFile.

       DATA DIVISION.
       FILE SECTION.
       FD  MgrFile
           RECORD CONTAINS 12 CHARACTERS.

       01  mgr-rec.
           03  mgr-rec-code              PIC 9(06) VALUE ZEROES.
           03  mgr-rec-manager           PIC 9(06) VALUE ZEROES.

       FD  LeaveReq
           RECORD CONTAINS 33 CHARACTERS.

       01  leavereq-rec.
           03  leavereq-rec-code         PIC 9(06) VALUE ZEROES.
           03  leavereq-rec-req-date     PIC 9(08) VALUE ZEROES.
           03  leavereq-rec-type         PIC X(01) VALUE SPACE.
           03  leavereq-rec-period       PIC 9(06) VALUE ZEROES.
           03  leavereq-rec-days         PIC 9(02)V9(01)
                                                   VALUE ZEROES.
           03  leavereq-rec-status       PIC X(01) VALUE SPACE.
               88  sw-leavereq-rec-granted        VALUE "G".
           03  leavereq-rec-first-day    PIC 9(08) VALUE ZEROES.

       FD  holidayfile.
       01  holiday-record                PIC X(10).

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
       77  fs-MgrFile                   PIC X(02) VALUE SPACES.
       77  fs-LeaveReq                  PIC X(02) VALUE SPACES.
       77  fs-holidayfile               PIC X(02) VALUE SPACES.
       77  fs-IdxFile                   PIC X(02) VALUE SPACES.

       77  ws-MgrFile-name              PIC X(12) VALUE "MgrFile".
       77  ws-LeaveReq-name             PIC X(12) VALUE "LeaveReq".
       77  ws-holidayfile-name          PIC X(40)
                                              VALUE "holidayfile".
       77  ws-IdxFile-name              PIC X(12) VALUE SPACES.

       77  ws-eof-MgrFile               PIC X(01) VALUE 'N'.
           88  sw-eof-MgrFile-Y                   VALUE 'Y'.
       77  ws-eof-LeaveReq              PIC X(01) VALUE 'N'.
           88  sw-eof-LeaveReq-Y                  VALUE 'Y'.
       77  ws-eof-holidayfile           PIC X(01) VALUE 'N'.
           88  sw-eof-holidayfile-Y               VALUE 'Y'.
       77  ws-IdxFile-open-sw           PIC X(01) VALUE 'N'.
           88  sw-IdxFile-open-Y                  VALUE 'Y'.

       77  ws-key-pause                 PIC X(01) VALUE SPACE.

       78  cte-01                                 VALUE 01.
       78  cte-10                                 VALUE 10.
       78  cte-team-tbl-max                       VALUE 40.
       78  cte-hol-tbl-max                        VALUE 60.
       78  cte-default-limit                      VALUE 30.
       78  cte-lookback-days                      VALUE 150.

       01  ws-lines.
           03  ws-line-add              PIC 9(02) VALUE ZEROES COMP-3.
           03  ws-line-pos              PIC 9(02) VALUE 22     COMP.

       01  ws-selection-criteria.
           03  ws-sel-manager           PIC 9(06) VALUE ZEROES.
           03  ws-sel-period            PIC 9(06) VALUE ZEROES.
           03  ws-sel-limit             PIC 9(03) VALUE ZEROES.
           03  ws-sel-done-sw           PIC X(01) VALUE 'N'.
               88  sw-sel-done-Y                  VALUE 'Y'.

       01  ws-month-fields.
           03  ws-month-start           PIC 9(08) VALUE ZEROES.
           03  ws-month-start-r     REDEFINES ws-month-start.
               05  ws-month-year        PIC 9(04).
               05  ws-month-mm          PIC 9(02).
               05  ws-month-dd          PIC 9(02).
           03  ws-month-next            PIC 9(08) VALUE ZEROES.
           03  ws-month-end             PIC 9(08) VALUE ZEROES.
           03  ws-month-days            PIC 9(02) VALUE ZEROES.
           03  ws-month-start-int       PIC 9(07) VALUE ZEROES.
           03  ws-month-end-int         PIC 9(07) VALUE ZEROES.

       01  ws-day-controls.
           03  ws-day-sub               PIC 9(02) VALUE ZEROES.
           03  ws-day-date              PIC 9(08) VALUE ZEROES.
           03  ws-day-int               PIC 9(07) VALUE ZEROES.
           03  ws-day-weekday           PIC 9(01) VALUE ZERO.
           03  ws-day-kind-out          PIC X(01) VALUE SPACE.
           03  ws-day-column            PIC 9(02) VALUE ZEROES.
           03  ws-days-over             PIC 9(02) VALUE ZEROES.

       01  ws-day-table.
           03  ws-day-entry OCCURS 31 TIMES.
               05  ws-day-kind          PIC X(01).
               05  ws-day-absent        PIC 9(03).

       01  ws-grid-lines.
           03  ws-hdr-tens              PIC X(31) VALUE SPACES.
           03  ws-hdr-units             PIC X(31) VALUE SPACES.
           03  ws-absent-line           PIC X(31) VALUE SPACES.
           03  ws-over-line             PIC X(31) VALUE SPACES.
           03  ws-two-digits            PIC 9(02) VALUE ZEROES.
           03  ws-two-digits-r      REDEFINES ws-two-digits.
               05  ws-two-digits-tens   PIC X(01).
               05  ws-two-digits-units  PIC X(01).
           03  ws-one-digit             PIC 9(01) VALUE ZERO.

       01  ws-team-controls.
           03  ws-team-overflow-sw      PIC X(01) VALUE 'N'.
               88  sw-team-overflow-Y             VALUE 'Y'.
           03  ws-team-tbl-count        PIC 9(03) VALUE ZEROES.
           03  ws-team-sub              PIC 9(03) VALUE ZEROES.
           03  ws-team-found-sub        PIC 9(03) VALUE ZEROES.
           03  ws-page-row              PIC 9(02) VALUE ZEROES.
           03  ws-undated-count         PIC 9(03) VALUE ZEROES.

       01  ws-team-table.
           03  ws-team-entry OCCURS cte-team-tbl-max TIMES
                             INDEXED BY idx-team.
               05  ws-tm-code           PIC 9(06).
               05  ws-tm-name           PIC X(20).
               05  ws-tm-marks          PIC X(31).

       01  ws-holiday-controls.
           03  ws-hol-tbl-count         PIC 9(03) VALUE ZEROES.
           03  ws-hol-sub               PIC 9(03) VALUE ZEROES.
           03  ws-hol-found-sw          PIC X(01) VALUE 'N'.
               88  sw-hol-found-Y                 VALUE 'Y'.

       01  ws-holiday-table.
           03  ws-hol-date OCCURS cte-hol-tbl-max TIMES
                                        PIC 9(08).

       01  ws-walk-fields.
           03  ws-walk-int              PIC 9(07) VALUE ZEROES.
           03  ws-walk-left             PIC 9(03) VALUE ZEROES.
           03  ws-walk-type             PIC X(01) VALUE SPACE.

       LINKAGE SECTION.
       01  lk-emp-code                  PIC 9(06).
       01  lk-period                    PIC 9(06).
       01  lk-IdxFile-name              PIC X(12).

       SCREEN SECTION.
       01  scr-criteria.
           05  LINE 01 COLUMN 3
               VALUE "Team absence planner.".
           05  LINE 03.
               10  COLUMN 03     VALUE "Manager code       :".
               10  COLUMN 24     PIC 9(06) USING ws-sel-manager.
           05  LINE 04.
               10  COLUMN 03     VALUE "Month CCYYMM       :".
               10  COLUMN 24     PIC 9(06) USING ws-sel-period.
           05  LINE 05.
               10  COLUMN 03     VALUE "Absent limit %     :".
               10  COLUMN 24     PIC 9(03) USING ws-sel-limit.
           05  LINE 07 COLUMN 03
               VALUE "A manager code of zero leaves the planner.".

       01  scr-grid-header.
           05  LINE 01.
               10  COLUMN 03     VALUE "Team of manager".
               10  COLUMN 19     PIC 9(06) FROM ws-sel-manager.
               10  COLUMN 27     VALUE "month".
               10  COLUMN 33     PIC 9(06) FROM ws-sel-period.
               10  COLUMN 41     VALUE "limit".
               10  COLUMN 47     PIC ZZ9   FROM ws-sel-limit.
               10  COLUMN 50     VALUE "%".
           05  LINE 03.
               10  COLUMN 03     VALUE "Code   Name".
               10  COLUMN 25     PIC X(31) FROM ws-hdr-tens.
           05  LINE 04.
               10  COLUMN 25     PIC X(31) FROM ws-hdr-units.

       01  scr-grid-row.
           05  LINE 04.
               10  LINE PLUS ws-line-add.
                   15  COLUMN 03 PIC 9(06)
                       FROM ws-tm-code  (idx-team).
                   15  COLUMN 10 PIC X(14)
                       FROM ws-tm-name  (idx-team).
                   15  COLUMN 25 PIC X(31)
                       FROM ws-tm-marks (idx-team).

       01  scr-grid-footer.
           05  LINE 16.
               10  COLUMN 03     VALUE "Absent".
               10  COLUMN 25     PIC X(31) FROM ws-absent-line.
           05  LINE 17.
               10  COLUMN 03     VALUE "Over the limit".
               10  COLUMN 25     PIC X(31) FROM ws-over-line.
           05  LINE 19 COLUMN 03
               VALUE "A annual  S sick  U unpaid  I injury  ".
           05  LINE 19 COLUMN 41
               VALUE "H holiday  - weekend  . working".
           05  LINE 20.
               10  COLUMN 03     VALUE "Team size:".
               10  COLUMN 14     PIC ZZ9   FROM ws-team-tbl-count.
               10  COLUMN 19     VALUE "Days over the limit:".
               10  COLUMN 40     PIC Z9    FROM ws-days-over.
               10  COLUMN 44     VALUE "Undated requests:".
               10  COLUMN 62     PIC ZZ9   FROM ws-undated-count.

       01  scr-pause.
           05  LINE ws-line-pos.
               10  COLUMN 03    VALUE "Press ENTER to continue...".
               10  COLUMN 30    TO ws-key-pause.

       PROCEDURE DIVISION USING lk-emp-code
                                lk-period
                                lk-IdxFile-name.
       MAIN-PARAGRAPH.
           MOVE lk-period         TO ws-sel-period
           MOVE lk-IdxFile-name   TO ws-IdxFile-name
           MOVE cte-default-limit TO ws-sel-limit
           MOVE ZEROES            TO ws-sel-manager
           MOVE 'N'               TO ws-sel-done-sw

           PERFORM Find-Employee-Manager

           PERFORM Load-Holiday-Dates

           OPEN INPUT IdxFile

           IF fs-IdxFile EQUAL "00"
              SET sw-IdxFile-open-Y TO TRUE
           ELSE
              MOVE 'N' TO ws-IdxFile-open-sw
           END-IF

           PERFORM Plan-One-Team
             THRU Plan-One-Team-Exit
             UNTIL sw-sel-done-Y

           IF sw-IdxFile-open-Y
              CLOSE IdxFile
           END-IF

           DISPLAY SPACE
                AT LINE cte-01 COLUMN cte-01 WITH BLANK SCREEN

           GOBACK.

       Plan-One-Team.
           DISPLAY SPACE
                AT LINE cte-01 COLUMN cte-01 WITH BLANK SCREEN

           DISPLAY scr-criteria
            ACCEPT scr-criteria

           IF ws-sel-manager EQUAL ZEROES
              SET sw-sel-done-Y TO TRUE
              GO TO Plan-One-Team-Exit
           END-IF

           IF ws-sel-limit EQUAL ZEROES
              MOVE cte-default-limit TO ws-sel-limit
           END-IF

           PERFORM Build-Month-Calendar
             THRU Build-Month-Calendar-Exit

           IF ws-month-days EQUAL ZEROES
              DISPLAY "That month is not valid."
                   AT LINE 09 COLUMN 03
              DISPLAY scr-pause
               ACCEPT scr-pause
              GO TO Plan-One-Team-Exit
           END-IF

           PERFORM Load-Team-Members

           IF ws-team-tbl-count EQUAL ZEROES
              DISPLAY "No direct reports were found for that manager."
                   AT LINE 09 COLUMN 03
              DISPLAY scr-pause
               ACCEPT scr-pause
              GO TO Plan-One-Team-Exit
           END-IF

           PERFORM Load-Team-Leave

           PERFORM Build-Absence-Lines

           MOVE ZEROES TO ws-team-sub

           PERFORM Show-One-Grid-Page
             UNTIL ws-team-sub NOT LESS ws-team-tbl-count.
       Plan-One-Team-Exit.
           EXIT.

       Find-Employee-Manager.
           MOVE 'N' TO ws-eof-MgrFile

           OPEN INPUT MgrFile

           IF fs-MgrFile EQUAL "00"
              PERFORM Read-One-Manager-Link
                UNTIL sw-eof-MgrFile-Y
           END-IF

           CLOSE MgrFile.

       Read-One-Manager-Link.
           READ MgrFile RECORD
             AT END
                SET sw-eof-MgrFile-Y TO TRUE

            NOT AT END
                IF mgr-rec-code EQUAL lk-emp-code
                   MOVE mgr-rec-manager TO ws-sel-manager
                   SET sw-eof-MgrFile-Y TO TRUE
                END-IF
           END-READ.

       Load-Holiday-Dates.
           MOVE ZEROES TO ws-hol-tbl-count
           MOVE 'N'    TO ws-eof-holidayfile

           OPEN INPUT holidayfile

           IF fs-holidayfile EQUAL "00"
              PERFORM Read-One-Holiday-Date
                UNTIL sw-eof-holidayfile-Y
           END-IF

           CLOSE holidayfile.

       Read-One-Holiday-Date.
           READ holidayfile RECORD
             AT END
                SET sw-eof-holidayfile-Y TO TRUE

            NOT AT END
                IF ws-hol-tbl-count LESS cte-hol-tbl-max
                   ADD cte-01 TO ws-hol-tbl-count
                   MOVE holiday-record (1:8)
                     TO ws-hol-date (ws-hol-tbl-count)
                ELSE
                   SET sw-eof-holidayfile-Y TO TRUE
                END-IF
           END-READ.

       Build-Month-Calendar.
           MOVE ZEROES TO ws-month-days

           COMPUTE ws-month-start = ws-sel-period * 100 + 1

           IF ws-month-mm LESS 1
           OR ws-month-mm GREATER 12
           OR ws-month-year LESS 1601
              GO TO Build-Month-Calendar-Exit
           END-IF

           IF ws-month-mm EQUAL 12
              COMPUTE ws-month-next =
                      (ws-month-year + 1) * 10000 + 101
           ELSE
              COMPUTE ws-month-next = ws-month-start + 100
           END-IF

           COMPUTE ws-month-start-int =
                   FUNCTION INTEGER-OF-DATE(ws-month-start)
           COMPUTE ws-month-days =
                   FUNCTION INTEGER-OF-DATE(ws-month-next)
                 - ws-month-start-int
           COMPUTE ws-month-end-int =
                   ws-month-start-int + ws-month-days - 1
           COMPUTE ws-month-end = ws-month-start + ws-month-days - 1

           MOVE SPACES TO ws-hdr-tens
                          ws-hdr-units

           PERFORM Classify-One-Month-Day
           VARYING ws-day-sub FROM 1 BY 1
             UNTIL ws-day-sub GREATER 31.
       Build-Month-Calendar-Exit.
           EXIT.

       Classify-One-Month-Day.
           MOVE ZEROES TO ws-day-absent (ws-day-sub)
           MOVE SPACE  TO ws-day-kind   (ws-day-sub)

           IF ws-day-sub NOT GREATER ws-month-days
              COMPUTE ws-day-int = ws-month-start-int + ws-day-sub - 1
              PERFORM Classify-Calendar-Day

              MOVE ws-day-kind-out TO ws-day-kind (ws-day-sub)

              MOVE ws-day-sub TO ws-two-digits
              MOVE ws-two-digits-tens
                TO ws-hdr-tens  (ws-day-sub:1)
              MOVE ws-two-digits-units
                TO ws-hdr-units (ws-day-sub:1)
           END-IF.

       Classify-Calendar-Day.
           MOVE "." TO ws-day-kind-out

           COMPUTE ws-day-date = FUNCTION DATE-OF-INTEGER(ws-day-int)
           COMPUTE ws-day-weekday = FUNCTION MOD(ws-day-int + 1, 7)

           IF ws-day-weekday EQUAL ZERO
           OR ws-day-weekday EQUAL 1
              MOVE "-" TO ws-day-kind-out
           ELSE
              MOVE 'N' TO ws-hol-found-sw

              PERFORM Match-One-Holiday
              VARYING ws-hol-sub FROM 1 BY 1
                UNTIL ws-hol-sub GREATER ws-hol-tbl-count
                   OR sw-hol-found-Y

              IF sw-hol-found-Y
                 MOVE "H" TO ws-day-kind-out
              END-IF
           END-IF.

       Match-One-Holiday.
           IF ws-hol-date (ws-hol-sub) EQUAL ws-day-date
              SET sw-hol-found-Y TO TRUE
           END-IF.

       Load-Team-Members.
           MOVE ZEROES TO ws-team-tbl-count
           MOVE 'N'    TO ws-eof-MgrFile
                          ws-team-overflow-sw

           OPEN INPUT MgrFile

           IF fs-MgrFile EQUAL "00"
              PERFORM Read-One-Team-Link
                UNTIL sw-eof-MgrFile-Y
           END-IF

           CLOSE MgrFile.

       Read-One-Team-Link.
           READ MgrFile RECORD
             AT END
                SET sw-eof-MgrFile-Y TO TRUE

            NOT AT END
                IF mgr-rec-manager EQUAL ws-sel-manager
                   PERFORM Add-One-Team-Member
                END-IF
           END-READ.

       Add-One-Team-Member.
           MOVE SPACES TO f-IdxFile-rec-name-employee
           MOVE "A"    TO f-IdxFile-rec-status-employee

           IF sw-IdxFile-open-Y
              MOVE mgr-rec-code TO f-IdxFile-rec-cod-employee
              READ IdxFile RECORD KEY IS f-IdxFile-rec-cod-employee
                  INVALID KEY
                     MOVE "(not on master)"
                       TO f-IdxFile-rec-name-employee
              END-READ
           END-IF

           IF NOT sw-f-IdxFile-rec-status-terminated
              IF ws-team-tbl-count LESS cte-team-tbl-max
                 ADD cte-01 TO ws-team-tbl-count
                 MOVE mgr-rec-code
                   TO ws-tm-code (ws-team-tbl-count)
                 MOVE f-IdxFile-rec-name-employee
                   TO ws-tm-name (ws-team-tbl-count)
                 MOVE SPACES
                   TO ws-tm-marks (ws-team-tbl-count)
                 MOVE ws-team-tbl-count TO ws-team-sub
                 PERFORM Copy-Day-Kinds
                 VARYING ws-day-sub FROM 1 BY 1
                   UNTIL ws-day-sub GREATER ws-month-days
              ELSE
                 SET sw-team-overflow-Y TO TRUE
              END-IF
           END-IF.

       Copy-Day-Kinds.
           MOVE ws-day-kind (ws-day-sub)
             TO ws-tm-marks (ws-team-sub) (ws-day-sub:1).

       Load-Team-Leave.
           MOVE ZEROES TO ws-undated-count
           MOVE 'N'    TO ws-eof-LeaveReq

           OPEN INPUT LeaveReq

           IF fs-LeaveReq EQUAL "00"
              PERFORM Read-One-Leave-Request
                UNTIL sw-eof-LeaveReq-Y
           END-IF

           CLOSE LeaveReq.

       Read-One-Leave-Request.
           READ LeaveReq RECORD
             AT END
                SET sw-eof-LeaveReq-Y TO TRUE

            NOT AT END
                IF sw-leavereq-rec-granted
                   PERFORM Place-One-Leave-Request
                     THRU Place-One-Leave-Request-Exit
                END-IF
           END-READ.

       Place-One-Leave-Request.
           MOVE ZEROES TO ws-team-found-sub

           PERFORM Match-Team-Member
           VARYING ws-team-sub FROM 1 BY 1
             UNTIL ws-team-sub GREATER ws-team-tbl-count
                OR ws-team-found-sub GREATER ZEROES

           IF ws-team-found-sub EQUAL ZEROES
              GO TO Place-One-Leave-Request-Exit
           END-IF

           IF leavereq-rec-first-day NOT NUMERIC
           OR leavereq-rec-first-day EQUAL ZEROES
              IF leavereq-rec-period EQUAL ws-sel-period
                 ADD cte-01 TO ws-undated-count
              END-IF
              GO TO Place-One-Leave-Request-Exit
           END-IF

           IF leavereq-rec-first-day GREATER ws-month-end
              GO TO Place-One-Leave-Request-Exit
           END-IF

           COMPUTE ws-walk-int =
                   FUNCTION INTEGER-OF-DATE(leavereq-rec-first-day)

           IF ws-walk-int + cte-lookback-days LESS ws-month-start-int
              GO TO Place-One-Leave-Request-Exit
           END-IF

           COMPUTE ws-walk-left = leavereq-rec-days + 0.9
           MOVE leavereq-rec-type TO ws-walk-type

           PERFORM Walk-One-Leave-Day
             UNTIL ws-walk-left EQUAL ZEROES
                OR ws-walk-int GREATER ws-month-end-int.
       Place-One-Leave-Request-Exit.
           EXIT.

       Match-Team-Member.
           IF ws-tm-code (ws-team-sub) EQUAL leavereq-rec-code
              MOVE ws-team-sub TO ws-team-found-sub
           END-IF.

       Walk-One-Leave-Day.
           MOVE ws-walk-int TO ws-day-int

           PERFORM Classify-Calendar-Day

           IF ws-day-kind-out EQUAL "."
              SUBTRACT 1 FROM ws-walk-left

              IF ws-walk-int NOT LESS ws-month-start-int
                 COMPUTE ws-day-sub =
                         ws-walk-int - ws-month-start-int + 1

                 IF ws-tm-marks (ws-team-found-sub) (ws-day-sub:1)
                    EQUAL "."
                    MOVE ws-walk-type
                      TO ws-tm-marks (ws-team-found-sub)
                                     (ws-day-sub:1)
                    ADD cte-01 TO ws-day-absent (ws-day-sub)
                 END-IF
              END-IF
           END-IF

           ADD 1 TO ws-walk-int.

       Build-Absence-Lines.
           MOVE SPACES TO ws-absent-line
                          ws-over-line
           MOVE ZEROES TO ws-days-over

           PERFORM Build-One-Absence-Day
           VARYING ws-day-sub FROM 1 BY 1
             UNTIL ws-day-sub GREATER ws-month-days.

       Build-One-Absence-Day.
           IF ws-day-absent (ws-day-sub) GREATER 9
              MOVE "+" TO ws-absent-line (ws-day-sub:1)
           ELSE
           IF ws-day-absent (ws-day-sub) GREATER ZEROES
              MOVE ws-day-absent (ws-day-sub) TO ws-one-digit
              MOVE ws-one-digit TO ws-absent-line (ws-day-sub:1)
           END-IF
           END-IF

           IF  ws-day-kind (ws-day-sub) EQUAL "."
           AND ws-day-absent (ws-day-sub) * 100 GREATER
               ws-sel-limit * ws-team-tbl-count
               MOVE "*" TO ws-over-line (ws-day-sub:1)
               ADD cte-01 TO ws-days-over
           END-IF.

       Show-One-Grid-Page.
           DISPLAY SPACE
                AT LINE cte-01 COLUMN cte-01 WITH BLANK SCREEN
           DISPLAY scr-grid-header

           MOVE ZEROES TO ws-page-row

           PERFORM Show-One-Grid-Row
             UNTIL ws-page-row NOT LESS cte-10
                OR ws-team-sub NOT LESS ws-team-tbl-count

           DISPLAY scr-grid-footer

           PERFORM Highlight-One-Over-Day
           VARYING ws-day-sub FROM 1 BY 1
             UNTIL ws-day-sub GREATER ws-month-days

           IF sw-team-overflow-Y
              DISPLAY "The team is larger than the planner holds."
                   AT LINE 21 COLUMN 03
           END-IF

           DISPLAY scr-pause
            ACCEPT scr-pause.

       Show-One-Grid-Row.
           ADD cte-01 TO ws-team-sub
                         ws-page-row

           SET idx-team     TO ws-team-sub
           MOVE ws-page-row TO ws-line-add

           DISPLAY scr-grid-row.

       Highlight-One-Over-Day.
           IF ws-over-line (ws-day-sub:1) EQUAL "*"
              COMPUTE ws-day-column = 24 + ws-day-sub
              DISPLAY ws-absent-line (ws-day-sub:1)
                   AT LINE 16 COLUMN ws-day-column
                 WITH REVERSE-VIDEO
           END-IF.

       END PROGRAM AbsPlan.

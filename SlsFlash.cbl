       IDENTIFICATION DIVISION.
       PROGRAM-ID. SlsFlash.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DetailFile ASSIGN TO ws-DetailFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-DetailFile.

           SELECT OPTIONAL quotafile ASSIGN TO ws-quotafile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-quotafile.

           SELECT OPTIONAL holidayfile ASSIGN TO ws-holidayfile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-holidayfile.

           SELECT OPTIONAL RegnFile ASSIGN TO ws-RegnFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-RegnFile.

           SELECT OPTIONAL RegAsgn ASSIGN TO ws-RegAsgn-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-RegAsgn.

       DATA DIVISION.
       FILE SECTION.
       FD  DetailFile
           RECORD CONTAINS 142 CHARACTERS.

       01  detail-rec.
           03  detail-rec-lastname       PIC X(15) VALUE SPACES.
           03  detail-rec-firstname      PIC X(10) VALUE SPACES.
           03  detail-rec-sale-date      PIC 9(08) VALUE ZEROES.
           03  detail-rec-model          PIC X(15) VALUE SPACES.
           03  detail-rec-amount         PIC 9(07)V9(02)
                                                   VALUE ZEROES.
           03  detail-rec-stock          PIC X(08) VALUE SPACES.
           03  detail-rec-customer       PIC X(06) VALUE SPACES.
           03  detail-rec-status         PIC X(01) VALUE SPACE.
               88  sw-detail-rec-reversed         VALUE "V".
           03  detail-rec-trade-model    PIC X(15) VALUE SPACES.
           03  detail-rec-trade-appraised
                                         PIC 9(07)V9(02)
                                                   VALUE ZEROES.
           03  detail-rec-trade-allowance
                                         PIC 9(07)V9(02)
                                                   VALUE ZEROES.
           03  detail-rec-trade-stock    PIC X(08) VALUE SPACES.
           03  detail-rec-list-price     PIC 9(07)V9(02)
                                                   VALUE ZEROES.
           03  detail-rec-discount       PIC 9(07)V9(02)
                                                   VALUE ZEROES.
           03  detail-rec-approval       PIC X(01) VALUE SPACE.
               88  sw-detail-rec-held             VALUE "H".
               88  sw-detail-rec-approved         VALUE "A".
           03  detail-rec-approver       PIC X(10) VALUE SPACES.

       FD  quotafile.
       01  quota-record.
           03  qf-salespersonname.
               05  qf-lastname           PIC X(15).
               05  qf-firstname          PIC X(10).
           03  qf-quota                  PIC 9(08)V9(02).

       FD  holidayfile.
       01  holiday-record                PIC X(10).

       FD  RegnFile
           RECORD CONTAINS 24 CHARACTERS.

       01  regn-rec.
           03  regn-rec-code             PIC X(04).
           03  regn-rec-name             PIC X(20).

       FD  RegAsgn
           RECORD CONTAINS 29 CHARACTERS.

       01  regasgn-rec.
           03  regasgn-rec-lastname      PIC X(15).
           03  regasgn-rec-firstname     PIC X(10).
           03  regasgn-rec-region        PIC X(04).

       WORKING-STORAGE SECTION.
       77  fs-DetailFile                PIC X(02) VALUE SPACES.
       77  fs-quotafile                 PIC X(02) VALUE SPACES.
       77  fs-holidayfile               PIC X(02) VALUE SPACES.
       77  fs-RegnFile                  PIC X(02) VALUE SPACES.
       77  fs-RegAsgn                   PIC X(02) VALUE SPACES.

       77  ws-DetailFile-name           PIC X(12) VALUE "CarSlsDt".
       77  ws-quotafile-name            PIC X(12) VALUE "quotafile".
       77  ws-holidayfile-name          PIC X(40)
                                              VALUE "holidayfile".
       77  ws-RegnFile-name             PIC X(12) VALUE "RegnFile".
       77  ws-RegAsgn-name              PIC X(12) VALUE "RegAsgn".

       77  ws-eof-DetailFile            PIC X(01) VALUE 'N'.
           88  sw-eof-DetailFile-Y                VALUE 'Y'.
       77  ws-eof-quotafile             PIC X(01) VALUE 'N'.
           88  sw-eof-quotafile-Y                 VALUE 'Y'.
       77  ws-eof-holidayfile           PIC X(01) VALUE 'N'.
           88  sw-eof-holidayfile-Y               VALUE 'Y'.
       77  ws-eof-RegnFile              PIC X(01) VALUE 'N'.
           88  sw-eof-RegnFile-Y                  VALUE 'Y'.
       77  ws-eof-RegAsgn               PIC X(01) VALUE 'N'.
           88  sw-eof-RegAsgn-Y                   VALUE 'Y'.

       78  cte-01                                 VALUE 01.
       78  cte-07                                 VALUE 07.
       78  cte-12                                 VALUE 12.
       78  cte-pace-floor-pct                     VALUE 80.
       78  cte-person-tbl-max                     VALUE 500.
       78  cte-region-tbl-max                     VALUE 50.
       78  cte-asgn-tbl-max                       VALUE 500.
       78  cte-holiday-tbl-max                    VALUE 50.

       01  ws-flash-dates.
           03  ws-flash-date            PIC 9(08) VALUE ZEROES.
           03  ws-flash-date-r      REDEFINES ws-flash-date.
               05  ws-flash-year        PIC 9(04).
               05  ws-flash-month       PIC 9(02).
               05  ws-flash-day         PIC 9(02).
           03  ws-today                 PIC 9(08) VALUE ZEROES.
           03  ws-month-start           PIC 9(08) VALUE ZEROES.
           03  ws-next-month-start      PIC 9(08) VALUE ZEROES.
           03  ws-next-month-r      REDEFINES ws-next-month-start.
               05  ws-next-year         PIC 9(04).
               05  ws-next-month        PIC 9(02).
               05  ws-next-day          PIC 9(02).
           03  ws-month-start-int       PIC 9(07) VALUE ZEROES.
           03  ws-month-end-int         PIC 9(07) VALUE ZEROES.
           03  ws-flash-int             PIC 9(07) VALUE ZEROES.
           03  ws-cal-int               PIC 9(07) VALUE ZEROES.
           03  ws-cal-date              PIC 9(08) VALUE ZEROES.
           03  ws-cal-quot              PIC 9(07) VALUE ZEROES.
           03  ws-cal-weekday           PIC 9(01) VALUE ZERO.
               88  sw-cal-weekday-sunday          VALUE 0.
           03  ws-days-in-month         PIC 9(02) VALUE ZEROES.
           03  ws-selling-days-month    PIC 9(02) VALUE ZEROES.
           03  ws-selling-days-mtd      PIC 9(02) VALUE ZEROES.
           03  ws-date-valid-sw         PIC X(01) VALUE 'N'.
               88  sw-date-valid-Y                VALUE 'Y'.
               88  sw-date-valid-N                VALUE 'N'.

       01  ws-holiday-controls.
           03  ws-holiday-tbl-count     PIC 9(02) VALUE ZEROES.
           03  ws-holiday-sub           PIC 9(02) VALUE ZEROES.
           03  ws-holiday-found-sw      PIC X(01) VALUE 'N'.
               88  sw-holiday-found-Y             VALUE 'Y'.
           03  ws-holiday-date          PIC 9(08) VALUE ZEROES.

       01  ws-holiday-table.
           03  ws-hol-date OCCURS cte-holiday-tbl-max TIMES
                                        PIC 9(08).

       01  ws-region-controls.
           03  ws-region-tbl-count      PIC 9(02) VALUE ZEROES.
           03  ws-region-sub            PIC 9(02) VALUE ZEROES.
           03  ws-region-found-sub      PIC 9(02) VALUE ZEROES.
           03  ws-asgn-tbl-count        PIC 9(03) VALUE ZEROES.
           03  ws-asgn-sub              PIC 9(03) VALUE ZEROES.
           03  ws-current-region        PIC X(04) VALUE SPACES.

       01  ws-region-table.
           03  ws-region-entry OCCURS cte-region-tbl-max TIMES.
               05  ws-reg-code          PIC X(04).
               05  ws-reg-name          PIC X(20).
               05  ws-reg-quota         PIC 9(10)V9(02).
               05  ws-reg-day-units     PIC 9(05).
               05  ws-reg-day-value     PIC 9(11)V9(02).
               05  ws-reg-mtd-units     PIC 9(05).
               05  ws-reg-mtd-value     PIC 9(11)V9(02).

       01  ws-asgn-table.
           03  ws-asgn-entry OCCURS cte-asgn-tbl-max TIMES.
               05  ws-asgn-lastname     PIC X(15).
               05  ws-asgn-firstname    PIC X(10).
               05  ws-asgn-region       PIC X(04).

       01  ws-person-controls.
           03  ws-person-tbl-count      PIC 9(03) VALUE ZEROES.
           03  ws-person-sub            PIC 9(03) VALUE ZEROES.
           03  ws-person-found-sub      PIC 9(03) VALUE ZEROES.
           03  ws-person-overflow-sw    PIC X(01) VALUE 'N'.
               88  sw-person-overflow-Y           VALUE 'Y'.
           03  ws-seek-lastname         PIC X(15) VALUE SPACES.
           03  ws-seek-firstname        PIC X(10) VALUE SPACES.

       01  ws-person-table.
           03  ws-person-entry OCCURS cte-person-tbl-max TIMES.
               05  ws-per-lastname      PIC X(15).
               05  ws-per-firstname     PIC X(10).
               05  ws-per-region        PIC X(04).
               05  ws-per-quota         PIC 9(08)V9(02).
               05  ws-per-day-units     PIC 9(05).
               05  ws-per-day-value     PIC 9(11)V9(02).
               05  ws-per-mtd-units     PIC 9(05).
               05  ws-per-mtd-value     PIC 9(11)V9(02).

       01  ws-pace-fields.
           03  ws-pace-quota            PIC 9(10)V9(02)
                                                  VALUE ZEROES.
           03  ws-pace-mtd-units        PIC 9(05) VALUE ZEROES.
           03  ws-pace-mtd-value        PIC 9(11)V9(02)
                                                  VALUE ZEROES.
           03  ws-pace-target           PIC 9(11)V9(02)
                                                  VALUE ZEROES.
           03  ws-pace-target-to-date   PIC 9(11)V9(02)
                                                  VALUE ZEROES.
           03  ws-pace-proj-units       PIC 9(05) VALUE ZEROES.
           03  ws-pace-proj-value       PIC 9(11)V9(02)
                                                  VALUE ZEROES.
           03  ws-pace-pct              PIC 9(05)V9(01)
                                                  VALUE ZEROES.
           03  ws-pace-flag             PIC X(20) VALUE SPACES.
           03  ws-pace-below-sw         PIC X(01) VALUE 'N'.
               88  sw-pace-below-Y                VALUE 'Y'.

       01  ws-flash-counters.
           03  ws-sales-read            PIC 9(06) VALUE ZEROES.
           03  ws-sales-held            PIC 9(06) VALUE ZEROES.
           03  ws-people-flagged        PIC 9(03) VALUE ZEROES.
           03  ws-regions-flagged       PIC 9(02) VALUE ZEROES.
           03  ws-tot-quota             PIC 9(10)V9(02)
                                                  VALUE ZEROES.
           03  ws-tot-day-units         PIC 9(05) VALUE ZEROES.
           03  ws-tot-day-value         PIC 9(11)V9(02)
                                                  VALUE ZEROES.
           03  ws-tot-mtd-units         PIC 9(05) VALUE ZEROES.
           03  ws-tot-mtd-value         PIC 9(11)V9(02)
                                                  VALUE ZEROES.

       01  ws-fmtmny-fields.
           03  ws-fmtmny-amount         PIC S9(11)V9(02)
                                        SIGN IS LEADING
                                        SEPARATE CHARACTER
                                                  VALUE ZEROES.
           03  ws-fmtmny-formatted      PIC X(22) VALUE SPACES.
           03  ws-fmt-day               PIC X(22) VALUE SPACES.
           03  ws-fmt-mtd               PIC X(22) VALUE SPACES.
           03  ws-fmt-proj              PIC X(22) VALUE SPACES.
           03  ws-fmt-target            PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "Daily sales flash for the car sales operation."

           DISPLAY "Business day to report (CCYYMMDD, zero for "
                   "yesterday) : " WITH NO ADVANCING
           ACCEPT ws-flash-date

           PERFORM Resolve-Flash-Calendar
              THRU Resolve-Flash-Calendar-Exit

           IF sw-date-valid-Y
              PERFORM Load-Region-Files
                 THRU Load-Region-Files-Exit

              PERFORM Load-Quota-File
                 THRU Load-Quota-File-Exit

              PERFORM Accumulate-Flash-Sales
                 THRU Accumulate-Flash-Sales-Exit

              PERFORM Print-Sales-Flash
           END-IF

           STOP RUN.

       Resolve-Flash-Calendar.
           ACCEPT ws-today FROM DATE YYYYMMDD

           IF ws-flash-date EQUAL ZEROES
              COMPUTE ws-flash-date =
                      DATE-OF-INTEGER(INTEGER-OF-DATE(ws-today) - 1)
           END-IF

           MOVE 'N' TO ws-date-valid-sw
           CALL "Val_Date" USING ws-flash-year
                                 ws-flash-month
                                 ws-flash-day
                                 ws-date-valid-sw

           IF sw-date-valid-N
              DISPLAY "The business day [" ws-flash-date "] is not a "
                      "valid calendar date. No flash produced."
              GO TO Resolve-Flash-Calendar-Exit
           END-IF

           COMPUTE ws-month-start =
                   ws-flash-year * 10000 + ws-flash-month * 100 + 1

           MOVE ws-month-start TO ws-next-month-start
           IF ws-next-month EQUAL cte-12
              ADD cte-01 TO ws-next-year
              MOVE 1     TO ws-next-month
           ELSE
              ADD cte-01 TO ws-next-month
           END-IF

           COMPUTE ws-month-start-int = INTEGER-OF-DATE(ws-month-start)
           COMPUTE ws-month-end-int =
                   INTEGER-OF-DATE(ws-next-month-start) - 1
           COMPUTE ws-flash-int = INTEGER-OF-DATE(ws-flash-date)
           COMPUTE ws-days-in-month =
                   ws-month-end-int - ws-month-start-int + 1

           PERFORM Load-Month-Holidays
              THRU Load-Month-Holidays-Exit

           MOVE ZEROES TO ws-selling-days-month
                          ws-selling-days-mtd

           PERFORM Count-One-Calendar-Day
           VARYING ws-cal-int FROM ws-month-start-int BY 1
             UNTIL ws-cal-int GREATER ws-month-end-int.
       Resolve-Flash-Calendar-Exit.
           EXIT.

       Count-One-Calendar-Day.
           DIVIDE ws-cal-int BY cte-07
              GIVING ws-cal-quot REMAINDER ws-cal-weekday

           IF NOT sw-cal-weekday-sunday
              COMPUTE ws-cal-date = DATE-OF-INTEGER(ws-cal-int)
              MOVE ws-cal-date TO ws-holiday-date
              MOVE 'N'         TO ws-holiday-found-sw

              PERFORM Match-Holiday-Entry
              VARYING ws-holiday-sub FROM 1 BY 1
                UNTIL ws-holiday-sub GREATER ws-holiday-tbl-count
                   OR sw-holiday-found-Y

              IF NOT sw-holiday-found-Y
                 ADD cte-01 TO ws-selling-days-month
                 IF ws-cal-int NOT GREATER ws-flash-int
                    ADD cte-01 TO ws-selling-days-mtd
                 END-IF
              END-IF
           END-IF.

       Match-Holiday-Entry.
           IF ws-hol-date (ws-holiday-sub) EQUAL ws-holiday-date
              SET sw-holiday-found-Y TO TRUE
           END-IF.

       Load-Month-Holidays.
           MOVE ZEROES TO ws-holiday-tbl-count
           MOVE 'N'    TO ws-eof-holidayfile

           OPEN INPUT holidayfile

           IF fs-holidayfile NOT EQUAL "00"
              CLOSE holidayfile
              DISPLAY "*** WARNING: no holiday file was found. Every "
                      "day but Sunday counts as a selling day. ***"
              GO TO Load-Month-Holidays-Exit
           END-IF

           PERFORM Read-One-Holiday
             UNTIL sw-eof-holidayfile-Y

           CLOSE holidayfile.
       Load-Month-Holidays-Exit.
           EXIT.

       Read-One-Holiday.
           READ holidayfile RECORD
             AT END
                SET sw-eof-holidayfile-Y TO TRUE

            NOT AT END
                IF  holiday-record (1:8) IS NUMERIC
                AND holiday-record (1:6) EQUAL ws-flash-date (1:6)
                AND ws-holiday-tbl-count LESS cte-holiday-tbl-max
                    ADD cte-01 TO ws-holiday-tbl-count
                    MOVE holiday-record (1:8)
                      TO ws-hol-date (ws-holiday-tbl-count)
                END-IF
           END-READ.

       Load-Quota-File.
           MOVE ZEROES TO ws-person-tbl-count
           MOVE 'N'    TO ws-eof-quotafile
                          ws-person-overflow-sw

           OPEN INPUT quotafile

           IF fs-quotafile NOT EQUAL "00"
              CLOSE quotafile
              DISPLAY "*** WARNING: the quota file could not be "
                      "opened. No salesperson has a target. ***"
              GO TO Load-Quota-File-Exit
           END-IF

           PERFORM Read-One-Quota
             UNTIL sw-eof-quotafile-Y

           CLOSE quotafile.
       Load-Quota-File-Exit.
           EXIT.

       Read-One-Quota.
           READ quotafile RECORD
             AT END
                SET sw-eof-quotafile-Y TO TRUE

            NOT AT END
                MOVE qf-lastname  TO ws-seek-lastname
                MOVE qf-firstname TO ws-seek-firstname

                PERFORM Find-Person-Entry

                IF ws-person-found-sub GREATER ZEROES
                   IF qf-quota IS NUMERIC
                      MOVE qf-quota
                        TO ws-per-quota (ws-person-found-sub)
                   END-IF
                END-IF
           END-READ.

       Accumulate-Flash-Sales.
           MOVE ZEROES TO ws-sales-read
                          ws-sales-held
           MOVE 'N'    TO ws-eof-DetailFile

           OPEN INPUT DetailFile

           IF fs-DetailFile NOT EQUAL "00"
              CLOSE DetailFile
              DISPLAY "No sales detail file was found. The flash "
                      "shows targets only."
              GO TO Accumulate-Flash-Sales-Exit
           END-IF

           PERFORM Accumulate-One-Sale
             UNTIL sw-eof-DetailFile-Y

           CLOSE DetailFile.
       Accumulate-Flash-Sales-Exit.
           EXIT.

       Accumulate-One-Sale.
           READ DetailFile RECORD
             AT END
                SET sw-eof-DetailFile-Y TO TRUE

            NOT AT END
                IF  NOT sw-detail-rec-reversed
                AND detail-rec-sale-date NOT LESS ws-month-start
                AND detail-rec-sale-date NOT GREATER ws-flash-date
                    IF sw-detail-rec-held
                       ADD cte-01 TO ws-sales-held
                    ELSE
                       ADD cte-01 TO ws-sales-read
                       MOVE detail-rec-lastname  TO ws-seek-lastname
                       MOVE detail-rec-firstname TO ws-seek-firstname

                       PERFORM Find-Person-Entry

                       IF ws-person-found-sub GREATER ZEROES
                          PERFORM Post-One-Sale
                       END-IF
                    END-IF
                END-IF
           END-READ.

       Post-One-Sale.
           ADD cte-01
             TO ws-per-mtd-units (ws-person-found-sub)
           ADD detail-rec-amount
             TO ws-per-mtd-value (ws-person-found-sub)

           IF detail-rec-sale-date EQUAL ws-flash-date
              ADD cte-01
                TO ws-per-day-units (ws-person-found-sub)
              ADD detail-rec-amount
                TO ws-per-day-value (ws-person-found-sub)
           END-IF.

       Find-Person-Entry.
           MOVE ZEROES TO ws-person-found-sub

           PERFORM Match-Person-Entry
           VARYING ws-person-sub FROM 1 BY 1
             UNTIL ws-person-sub GREATER ws-person-tbl-count
                OR ws-person-found-sub GREATER ZEROES

           IF ws-person-found-sub EQUAL ZEROES
              IF ws-person-tbl-count LESS cte-person-tbl-max
                 ADD cte-01 TO ws-person-tbl-count
                 MOVE ws-person-tbl-count TO ws-person-found-sub
                 MOVE ws-seek-lastname
                   TO ws-per-lastname  (ws-person-found-sub)
                 MOVE ws-seek-firstname
                   TO ws-per-firstname (ws-person-found-sub)
                 MOVE ZEROES
                   TO ws-per-quota     (ws-person-found-sub)
                      ws-per-day-units (ws-person-found-sub)
                      ws-per-day-value (ws-person-found-sub)
                      ws-per-mtd-units (ws-person-found-sub)
                      ws-per-mtd-value (ws-person-found-sub)
                 PERFORM Assign-Person-Region
              ELSE
                 SET sw-person-overflow-Y TO TRUE
              END-IF
           END-IF.

       Match-Person-Entry.
           IF  ws-per-lastname  (ws-person-sub) EQUAL ws-seek-lastname
           AND ws-per-firstname (ws-person-sub) EQUAL
               ws-seek-firstname
               MOVE ws-person-sub TO ws-person-found-sub
           END-IF.

       Assign-Person-Region.
           MOVE "----" TO ws-current-region

           PERFORM Match-Assignment-Entry
           VARYING ws-asgn-sub FROM 1 BY 1
             UNTIL ws-asgn-sub GREATER ws-asgn-tbl-count

           MOVE ws-current-region
             TO ws-per-region (ws-person-found-sub).

       Match-Assignment-Entry.
           IF  ws-asgn-lastname  (ws-asgn-sub) EQUAL ws-seek-lastname
           AND ws-asgn-firstname (ws-asgn-sub) EQUAL ws-seek-firstname
               MOVE ws-asgn-region (ws-asgn-sub) TO ws-current-region
           END-IF.

       Print-Sales-Flash.
           MOVE ZEROES TO ws-people-flagged
                          ws-regions-flagged
                          ws-tot-quota
                          ws-tot-day-units
                          ws-tot-day-value
                          ws-tot-mtd-units
                          ws-tot-mtd-value

           DISPLAY SPACE
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "|     Daily sales flash.            |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "Business day          : [" ws-flash-date "]."
           DISPLAY "Selling days in month : [" ws-selling-days-month
                   "], worked to date [" ws-selling-days-mtd "]."
           DISPLAY "Monthly target is one twelfth of the annual "
                   "quota; flag below [" cte-pace-floor-pct "%] of "
                   "target."

           DISPLAY SPACE
           DISPLAY "By salesperson:"

           PERFORM Print-One-Person-Flash
           VARYING ws-person-sub FROM 1 BY 1
             UNTIL ws-person-sub GREATER ws-person-tbl-count

           PERFORM Roll-Person-To-Region
           VARYING ws-person-sub FROM 1 BY 1
             UNTIL ws-person-sub GREATER ws-person-tbl-count

           DISPLAY SPACE
           DISPLAY "By region:"

           PERFORM Print-One-Region-Flash
           VARYING ws-region-sub FROM 1 BY 1
             UNTIL ws-region-sub GREATER cte-region-tbl-max

           MOVE ws-tot-quota     TO ws-pace-quota
           MOVE ws-tot-mtd-units TO ws-pace-mtd-units
           MOVE ws-tot-mtd-value TO ws-pace-mtd-value
           PERFORM Compute-Pace

           DISPLAY SPACE
           DISPLAY "Dealership total:"
           MOVE ws-tot-day-value TO ws-fmtmny-amount
           CALL "FmtMny" USING ws-fmtmny-amount ws-fmtmny-formatted
           DISPLAY "  Day         : [" ws-tot-day-units "] units ["
                   ws-fmtmny-formatted "]."
           DISPLAY "  Month to date: [" ws-tot-mtd-units "] units ["
                   ws-fmt-mtd "]."
           DISPLAY "  Projected    : [" ws-pace-proj-units "] units ["
                   ws-fmt-proj "]."
           DISPLAY "  Target       : [" ws-fmt-target "] pace ["
                   ws-pace-pct "%] " ws-pace-flag

           DISPLAY SPACE
           DISPLAY "Sales counted            : [" ws-sales-read "]."
           DISPLAY "Sales held for approval  : [" ws-sales-held
                   "] (not counted)."
           DISPLAY "Salespeople below pace   : [" ws-people-flagged
                   "]."
           DISPLAY "Regions below pace       : [" ws-regions-flagged
                   "]."

           IF sw-person-overflow-Y
              DISPLAY "*** More than [" cte-person-tbl-max "] "
                      "salespeople: the excess are left out. ***"
           END-IF.

       Print-One-Person-Flash.
           MOVE ws-per-quota     (ws-person-sub) TO ws-pace-quota
           MOVE ws-per-mtd-units (ws-person-sub) TO ws-pace-mtd-units
           MOVE ws-per-mtd-value (ws-person-sub) TO ws-pace-mtd-value
           PERFORM Compute-Pace

           MOVE ws-per-day-value (ws-person-sub) TO ws-fmtmny-amount
           CALL "FmtMny" USING ws-fmtmny-amount ws-fmt-day

           IF sw-pace-below-Y
              ADD cte-01 TO ws-people-flagged
           END-IF

           DISPLAY "[" ws-per-firstname (ws-person-sub) " "
                   ws-per-lastname (ws-person-sub) "] ["
                   ws-per-region (ws-person-sub) "] " ws-pace-flag
           DISPLAY "    day [" ws-per-day-units (ws-person-sub) "] ["
                   ws-fmt-day "] mtd ["
                   ws-per-mtd-units (ws-person-sub) "] ["
                   ws-fmt-mtd "]"
           DISPLAY "    projected [" ws-pace-proj-units "] ["
                   ws-fmt-proj "] target [" ws-fmt-target "] pace ["
                   ws-pace-pct "%]"

           ADD ws-per-quota     (ws-person-sub) TO ws-tot-quota
           ADD ws-per-day-units (ws-person-sub) TO ws-tot-day-units
           ADD ws-per-day-value (ws-person-sub) TO ws-tot-day-value
           ADD ws-per-mtd-units (ws-person-sub) TO ws-tot-mtd-units
           ADD ws-per-mtd-value (ws-person-sub) TO ws-tot-mtd-value.

       Roll-Person-To-Region.
           MOVE ws-per-region (ws-person-sub) TO ws-current-region
           MOVE cte-region-tbl-max            TO ws-region-found-sub

           PERFORM Match-Region-Entry
           VARYING ws-region-sub FROM 1 BY 1
             UNTIL ws-region-sub GREATER ws-region-tbl-count

           ADD ws-per-quota     (ws-person-sub)
             TO ws-reg-quota     (ws-region-found-sub)
           ADD ws-per-day-units (ws-person-sub)
             TO ws-reg-day-units (ws-region-found-sub)
           ADD ws-per-day-value (ws-person-sub)
             TO ws-reg-day-value (ws-region-found-sub)
           ADD ws-per-mtd-units (ws-person-sub)
             TO ws-reg-mtd-units (ws-region-found-sub)
           ADD ws-per-mtd-value (ws-person-sub)
             TO ws-reg-mtd-value (ws-region-found-sub).

       Match-Region-Entry.
           IF ws-reg-code (ws-region-sub) EQUAL ws-current-region
              MOVE ws-region-sub TO ws-region-found-sub
           END-IF.

       Print-One-Region-Flash.
           IF ws-reg-code (ws-region-sub) NOT EQUAL SPACES
              MOVE ws-reg-quota     (ws-region-sub) TO ws-pace-quota
              MOVE ws-reg-mtd-units (ws-region-sub)
                TO ws-pace-mtd-units
              MOVE ws-reg-mtd-value (ws-region-sub)
                TO ws-pace-mtd-value
              PERFORM Compute-Pace

              MOVE ws-reg-day-value (ws-region-sub) TO ws-fmtmny-amount
              CALL "FmtMny" USING ws-fmtmny-amount ws-fmt-day

              IF sw-pace-below-Y
                 ADD cte-01 TO ws-regions-flagged
              END-IF

              DISPLAY "[" ws-reg-code (ws-region-sub) "] ["
                      ws-reg-name (ws-region-sub) "] " ws-pace-flag
              DISPLAY "    day [" ws-reg-day-units (ws-region-sub)
                      "] [" ws-fmt-day "] mtd ["
                      ws-reg-mtd-units (ws-region-sub) "] ["
                      ws-fmt-mtd "]"
              DISPLAY "    projected [" ws-pace-proj-units "] ["
                      ws-fmt-proj "] target [" ws-fmt-target
                      "] pace [" ws-pace-pct "%]"
           END-IF.

       Compute-Pace.
           MOVE ZEROES TO ws-pace-target
                          ws-pace-target-to-date
                          ws-pace-proj-units
                          ws-pace-proj-value
                          ws-pace-pct
           MOVE SPACES TO ws-pace-flag
           MOVE 'N'    TO ws-pace-below-sw

           COMPUTE ws-pace-target ROUNDED = ws-pace-quota / cte-12

           IF ws-selling-days-mtd GREATER ZEROES
              COMPUTE ws-pace-proj-units ROUNDED =
                      ws-pace-mtd-units * ws-selling-days-month
                    / ws-selling-days-mtd
              COMPUTE ws-pace-proj-value ROUNDED =
                      ws-pace-mtd-value * ws-selling-days-month
                    / ws-selling-days-mtd
           ELSE
              MOVE ws-pace-mtd-units TO ws-pace-proj-units
              MOVE ws-pace-mtd-value TO ws-pace-proj-value
           END-IF

           IF ws-pace-target GREATER ZEROES
              COMPUTE ws-pace-pct ROUNDED =
                      ws-pace-proj-value * 100 / ws-pace-target
              IF ws-pace-pct LESS cte-pace-floor-pct
                 MOVE "*** BELOW PACE ***" TO ws-pace-flag
                 SET sw-pace-below-Y TO TRUE
              END-IF
           ELSE
              MOVE "(no quota)" TO ws-pace-flag
           END-IF

           IF ws-selling-days-month GREATER ZEROES
              COMPUTE ws-pace-target-to-date ROUNDED =
                      ws-pace-target * ws-selling-days-mtd
                    / ws-selling-days-month
           END-IF

           MOVE ws-pace-mtd-value TO ws-fmtmny-amount
           CALL "FmtMny" USING ws-fmtmny-amount ws-fmt-mtd
           MOVE ws-pace-proj-value TO ws-fmtmny-amount
           CALL "FmtMny" USING ws-fmtmny-amount ws-fmt-proj
           MOVE ws-pace-target TO ws-fmtmny-amount
           CALL "FmtMny" USING ws-fmtmny-amount ws-fmt-target.

       Load-Region-Files.
           MOVE ZEROES TO ws-region-tbl-count
                          ws-asgn-tbl-count

           PERFORM Clear-One-Region
           VARYING ws-region-sub FROM 1 BY 1
             UNTIL ws-region-sub GREATER cte-region-tbl-max

           MOVE "----" TO ws-reg-code (cte-region-tbl-max)
           MOVE "Unassigned" TO ws-reg-name (cte-region-tbl-max)

           OPEN INPUT RegnFile

           IF fs-RegnFile NOT EQUAL "00"
              CLOSE RegnFile
              DISPLAY "No region master file was found. Every "
                      "salesperson reports as unassigned."
              GO TO Load-Region-Files-Exit
           END-IF

           PERFORM Read-One-Region
             UNTIL sw-eof-RegnFile-Y

           CLOSE RegnFile

           OPEN INPUT RegAsgn

           IF fs-RegAsgn NOT EQUAL "00"
              CLOSE RegAsgn
              DISPLAY "No salesperson-region assignment file was "
                      "found. Every salesperson reports as "
                      "unassigned."
           ELSE
              PERFORM Read-One-Assignment
                UNTIL sw-eof-RegAsgn-Y

              CLOSE RegAsgn
           END-IF.
       Load-Region-Files-Exit.
           EXIT.

       Clear-One-Region.
           MOVE SPACES TO ws-reg-code      (ws-region-sub)
                          ws-reg-name      (ws-region-sub)
           MOVE ZEROES TO ws-reg-quota     (ws-region-sub)
                          ws-reg-day-units (ws-region-sub)
                          ws-reg-day-value (ws-region-sub)
                          ws-reg-mtd-units (ws-region-sub)
                          ws-reg-mtd-value (ws-region-sub).

       Read-One-Region.
           READ RegnFile RECORD
             AT END
                SET sw-eof-RegnFile-Y TO TRUE

            NOT AT END
                IF ws-region-tbl-count LESS cte-region-tbl-max - 1
                   ADD cte-01 TO ws-region-tbl-count
                   MOVE regn-rec-code
                     TO ws-reg-code (ws-region-tbl-count)
                   MOVE regn-rec-name
                     TO ws-reg-name (ws-region-tbl-count)
                END-IF
           END-READ.

       Read-One-Assignment.
           READ RegAsgn RECORD
             AT END
                SET sw-eof-RegAsgn-Y TO TRUE

            NOT AT END
                IF ws-asgn-tbl-count LESS cte-asgn-tbl-max
                   ADD cte-01 TO ws-asgn-tbl-count
                   MOVE regasgn-rec-lastname
                     TO ws-asgn-lastname  (ws-asgn-tbl-count)
                   MOVE regasgn-rec-firstname
                     TO ws-asgn-firstname (ws-asgn-tbl-count)
                   MOVE regasgn-rec-region
                     TO ws-asgn-region    (ws-asgn-tbl-count)
                END-IF
           END-READ.

       END PROGRAM SlsFlash.

                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-holidayfile.

           SELECT OPTIONAL FisCal ASSIGN TO ws-FisCal-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-FisCal.

       DATA DIVISION.
       FILE SECTION.
       FD  CalendarFile.
       FD  holidayfile.
       01  holiday-record                   PIC X(10).

       FD  FisCal
           RECORD CONTAINS 37 CHARACTERS.

       01  fiscal-rec.
           03  fiscal-rec-period-key.
               05  fiscal-rec-year          PIC 9(04) VALUE ZEROES.
               05  fiscal-rec-period-no     PIC 9(02) VALUE ZEROES.
           03  fiscal-rec-quarter           PIC 9(01) VALUE ZERO.
           03  fiscal-rec-start             PIC 9(08) VALUE ZEROES.
           03  fiscal-rec-close             PIC 9(08) VALUE ZEROES.
           03  fiscal-rec-weeks             PIC 9(01) VALUE ZERO.
           03  fiscal-rec-label             PIC X(13) VALUE SPACES.

       WORKING-STORAGE SECTION.
       77  idx-month-names-array-aux                  USAGE INDEX.
       77  fs-CalendarFile                   PIC X(02) VALUE SPACES.
       77  ws-holidayfile-name               PIC X(40) VALUE SPACES.
       77  ws-eof-HolRules                   PIC X(01) VALUE 'N'.
           88  sw-eof-HolRules-Y                       VALUE 'Y'.
       77  fs-FisCal                         PIC X(02) VALUE SPACES.
       77  ws-FisCal-name                    PIC X(12) VALUE "FisCal".
       77  ws-eof-FisCal                     PIC X(01) VALUE 'N'.
           88  sw-eof-FisCal-Y                         VALUE 'Y'.

       COPY DateCom.

               88  sw-menu-choice-range-to-file  VALUE 2.
               88  sw-menu-choice-pay-calendar   VALUE 3.
               88  sw-menu-choice-holiday-file   VALUE 4.
               88  sw-menu-choice-fiscal-calendar VALUE 5.
           03  ws-range-start-year               PIC 9(04) VALUE ZEROES.
           03  ws-range-start-month              PIC 9(02) VALUE ZEROES.
           03  ws-range-end-year                 PIC 9(04) VALUE ZEROES.
           03  ws-paycal-adjust-day            PIC 9(02) VALUE ZEROES.
           03  ws-paycal-written               PIC 9(02) VALUE ZEROES.

       01  ws-fiscal-work-fields.
           03  ws-fiscal-year                  PIC 9(04) VALUE ZEROES.
           03  ws-fiscal-start                 PIC 9(08) VALUE ZEROES.
           03  ws-fiscal-start-r           REDEFINES ws-fiscal-start.
               05  ws-fiscal-start-year        PIC 9(04).
               05  ws-fiscal-start-month       PIC 9(02).
               05  ws-fiscal-start-day         PIC 9(02).
           03  ws-fiscal-end                   PIC 9(08) VALUE ZEROES.
           03  ws-fiscal-pattern               PIC X(03) VALUE SPACES.
               88  sw-fiscal-pattern-valid     VALUES "445", "454",
                                                      "544".
           03  ws-fiscal-pattern-r         REDEFINES ws-fiscal-pattern.
               05  ws-fiscal-pattern-weeks OCCURS 3 TIMES
                                               PIC 9(01).
           03  ws-fiscal-year-weeks            PIC 9(02) VALUE ZEROES.
           03  ws-fiscal-period-no             PIC 9(02) VALUE ZEROES.
           03  ws-fiscal-month-in-qtr          PIC 9(01) VALUE ZERO.
           03  ws-fiscal-quarter               PIC 9(01) VALUE ZERO.
           03  ws-fiscal-weeks                 PIC 9(01) VALUE ZERO.
           03  ws-fiscal-day-int               PIC 9(07) VALUE ZEROES.
           03  ws-fiscal-end-int               PIC 9(07) VALUE ZEROES.
           03  ws-fiscal-valid-sw              PIC X(01) VALUE 'N'.
               88  sw-fiscal-valid-Y                     VALUE 'Y'.
           03  ws-fiscal-clash-sw              PIC X(01) VALUE 'N'.
               88  sw-fiscal-clash-Y                     VALUE 'Y'.
           03  ws-fiscal-written               PIC 9(02) VALUE ZEROES.
           03  ws-fiscal-label.
               05  FILLER                      PIC X(02) VALUE "FY".
               05  ws-fiscal-label-year        PIC 9(04).
               05  FILLER                      PIC X(02) VALUE " Q".
               05  ws-fiscal-label-quarter     PIC 9(01).
               05  FILLER                      PIC X(02) VALUE " P".
               05  ws-fiscal-label-period      PIC 9(02).

       01  ws-calendar-grid-line                 PIC X(40) VALUE SPACES.

       01  ws-calendar-day-grid.
           DISPLAY "2. Print a calendar range to a file"
           DISPLAY "3. Generate a pay-period calendar for a year"
           DISPLAY "4. Generate the holiday file for a year"
           DISPLAY "5. Generate the fiscal calendar for a year"
           DISPLAY "Select an option     : " WITH NO ADVANCING
            ACCEPT ws-menu-choice

                 PERFORM Generate-Pay-Calendar
              WHEN sw-menu-choice-holiday-file
                 PERFORM Generate-Holiday-File
              WHEN sw-menu-choice-fiscal-calendar
                 PERFORM Generate-Fiscal-Calendar
                    THRU Generate-Fiscal-Calendar-Exit
              WHEN OTHER
                 DISPLAY "Invalid option: [" ws-menu-choice "]."
           END-EVALUATE
                   " - "
                   FUNCTION TRIM(holrule-rec-name).

      *    Finance closes on 4-4-5 weeks: each quarter is three
      *    periods of whole weeks from the first day of the fiscal
      *    year. In a 53-week year the extra week goes to period 12.
      *    Every fiscal year is appended to FisCal, which FisPer reads
      *    to map a date to its fiscal period.
       Generate-Fiscal-Calendar.
           DISPLAY "Fiscal year (the year it is named for)      : "
              WITH NO ADVANCING
            ACCEPT ws-fiscal-year
           DISPLAY "First day of the fiscal year (CCYYMMDD)     : "
              WITH NO ADVANCING
            ACCEPT ws-fiscal-start
           DISPLAY "Week pattern 445, 454 or 544 (blank for 445): "
              WITH NO ADVANCING
            ACCEPT ws-fiscal-pattern
           DISPLAY "Weeks in the year, 52 or 53 (blank for 52)  : "
              WITH NO ADVANCING
            ACCEPT ws-fiscal-year-weeks

           IF ws-fiscal-pattern IS EQUAL TO SPACES
              MOVE "445" TO ws-fiscal-pattern
           END-IF

           IF ws-fiscal-year-weeks IS EQUAL TO ZEROES
              MOVE 52 TO ws-fiscal-year-weeks
           END-IF

           MOVE 'N' TO ws-fiscal-valid-sw
           CALL "Val_Date" USING ws-fiscal-start-year
                                 ws-fiscal-start-month
                                 ws-fiscal-start-day
                                 ws-fiscal-valid-sw

           IF NOT sw-fiscal-valid-Y
           OR ws-fiscal-year IS EQUAL TO ZEROES
              DISPLAY "*** The fiscal year or its first day is not "
                      "valid. Nothing generated. ***"
              GO TO Generate-Fiscal-Calendar-Exit
           END-IF

           IF NOT sw-fiscal-pattern-valid
           OR (ws-fiscal-year-weeks IS NOT EQUAL TO 52
           AND ws-fiscal-year-weeks IS NOT EQUAL TO 53)
              DISPLAY "*** The week pattern must be 445, 454 or 544 "
                      "and the year 52 or 53 weeks. Nothing "
                      "generated. ***"
              GO TO Generate-Fiscal-Calendar-Exit
           END-IF

           COMPUTE ws-fiscal-end-int =
                   FUNCTION INTEGER-OF-DATE(ws-fiscal-start)
                 + ws-fiscal-year-weeks * cte-07 - cte-01
           COMPUTE ws-fiscal-end =
                   FUNCTION DATE-OF-INTEGER(ws-fiscal-end-int)

           PERFORM Check-Fiscal-Year-Clash

           IF sw-fiscal-clash-Y
              DISPLAY "*** Fiscal year [" ws-fiscal-year "] or "
                      "dates inside [" ws-fiscal-start "] to ["
                      ws-fiscal-end "] are already on the fiscal "
                      "calendar. Nothing generated. ***"
              GO TO Generate-Fiscal-Calendar-Exit
           END-IF

           OPEN EXTEND FisCal

           IF  fs-FisCal IS NOT EQUAL TO "00"
           AND fs-FisCal IS NOT EQUAL TO "05"
               CLOSE FisCal
               DISPLAY "*** WARNING: the fiscal calendar could not "
                       "be opened. Status: [" fs-FisCal "]. ***"
               GO TO Generate-Fiscal-Calendar-Exit
           END-IF

           MOVE ZEROES TO ws-fiscal-written
           COMPUTE ws-fiscal-day-int =
                   FUNCTION INTEGER-OF-DATE(ws-fiscal-start)

           DISPLAY SPACE
           DISPLAY "Proof list of the fiscal periods:"

           PERFORM Generate-One-Fiscal-Period
             VARYING ws-fiscal-period-no FROM cte-01 BY cte-01
               UNTIL ws-fiscal-period-no IS GREATER THAN cte-12

           CLOSE FisCal

           DISPLAY SPACE
           DISPLAY "Fiscal year [" ws-fiscal-year "] written to ["
                   FUNCTION TRIM(ws-FisCal-name) "] with ["
                   ws-fiscal-written "] periods.".
       Generate-Fiscal-Calendar-Exit.
           EXIT.

       Check-Fiscal-Year-Clash.
           MOVE 'N' TO ws-fiscal-clash-sw
                       ws-eof-FisCal

           OPEN INPUT FisCal

           IF fs-FisCal IS EQUAL TO "00"
              PERFORM Check-One-Fiscal-Row
                UNTIL sw-eof-FisCal-Y
                   OR sw-fiscal-clash-Y
           END-IF

           CLOSE FisCal.

       Check-One-Fiscal-Row.
           READ FisCal RECORD
             AT END
                SET sw-eof-FisCal-Y TO TRUE

            NOT AT END
                IF fiscal-rec-year IS EQUAL TO ws-fiscal-year
                OR (fiscal-rec-start IS NOT GREATER THAN ws-fiscal-end
                AND fiscal-rec-close IS NOT LESS THAN ws-fiscal-start)
                   SET sw-fiscal-clash-Y TO TRUE
                END-IF
           END-READ.

       Generate-One-Fiscal-Period.
           COMPUTE ws-fiscal-quarter =
                   (ws-fiscal-period-no - cte-01) / cte-03 + cte-01
           COMPUTE ws-fiscal-month-in-qtr =
                   ws-fiscal-period-no
                 - (ws-fiscal-quarter - cte-01) * cte-03

           MOVE ws-fiscal-pattern-weeks (ws-fiscal-month-in-qtr)
             TO ws-fiscal-weeks

           IF  ws-fiscal-period-no  IS EQUAL TO cte-12
           AND ws-fiscal-year-weeks IS EQUAL TO 53
               ADD cte-01 TO ws-fiscal-weeks
           END-IF

           COMPUTE ws-fiscal-end-int =
                   ws-fiscal-day-int + ws-fiscal-weeks * cte-07
                 - cte-01

           MOVE ws-fiscal-year      TO fiscal-rec-year
                                       ws-fiscal-label-year
           MOVE ws-fiscal-period-no TO fiscal-rec-period-no
                                       ws-fiscal-label-period
           MOVE ws-fiscal-quarter   TO fiscal-rec-quarter
                                       ws-fiscal-label-quarter
           COMPUTE fiscal-rec-start =
                   FUNCTION DATE-OF-INTEGER(ws-fiscal-day-int)
           COMPUTE fiscal-rec-close =
                   FUNCTION DATE-OF-INTEGER(ws-fiscal-end-int)
           MOVE ws-fiscal-weeks     TO fiscal-rec-weeks
           MOVE ws-fiscal-label     TO fiscal-rec-label

           WRITE fiscal-rec

           ADD cte-01 TO ws-fiscal-written

           DISPLAY "[" fiscal-rec-label "] from ["
                   fiscal-rec-start "] to [" fiscal-rec-close
                   "] weeks [" fiscal-rec-weeks "]."

           COMPUTE ws-fiscal-day-int = ws-fiscal-end-int + cte-01.

       Print-Calendar-Range.
           DISPLAY "Calendar range to file."
           DISPLAY "Starting year         : " WITH NO ADVANCING


       01  ws-snapshot-controls.
           03  ws-snapshot-period      PIC 9(06)          VALUE ZEROES.
           03  ws-default-period       PIC 9(06)          VALUE ZEROES.
           03  ws-snapshot-cutoff      PIC 9(08)          VALUE ZEROES.
           03  ws-hire-date            PIC 9(08)          VALUE ZEROES.
           03  ws-after-cutoff         PIC 9(06)          VALUE ZEROES.
           03  ws-today                PIC 9(08)          VALUE ZEROES.
           03  ws-today-r          REDEFINES ws-today.
               05  ws-today-period     PIC 9(06).
               05  FILLER              PIC 9(02).

       01  ws-fisper-fields.
           03  ws-fisper-function      PIC X(01)          VALUE "D".
           03  ws-fisper-date          PIC 9(08)          VALUE ZEROES.
           03  ws-fisper-period        PIC 9(06)          VALUE ZEROES.
           03  ws-fisper-quarter       PIC 9(01)          VALUE ZERO.
           03  ws-fisper-start         PIC 9(08)          VALUE ZEROES.
           03  ws-fisper-close         PIC 9(08)          VALUE ZEROES.
           03  ws-fisper-label         PIC X(13)          VALUE SPACES.
           03  ws-fisper-found         PIC X(01)          VALUE SPACE.
               88  sw-fisper-found-Y                      VALUE "Y".
               88  sw-fisper-no-calendar                  VALUE "X".

       01  ws-snapshot-counters.
           03  ws-read-records         PIC 9(06)          VALUE ZEROES.
           03  ws-written-snapshots    PIC 9(03)          VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "Period-end headcount and payroll snapshot."

           ACCEPT ws-today FROM DATE YYYYMMDD

           PERFORM 050-begin-default-period
              THRU 050-end-default-period

           DISPLAY "Employee index file name        : "
              WITH NO ADVANCING
           ACCEPT ws-IdxFile-name

           DISPLAY "Snapshot period (blank = ["
                   ws-default-period "]) : " WITH NO ADVANCING
           ACCEPT ws-snapshot-period

           IF ws-snapshot-period IS EQUAL TO ZEROES
              MOVE ws-default-period TO ws-snapshot-period
           END-IF

           PERFORM 060-begin-resolve-cutoff
              THRU 060-end-resolve-cutoff

           IF NOT sw-fisper-found-Y
           AND NOT sw-fisper-no-calendar
              STOP RUN
           END-IF

           OPEN INPUT IdxFile
           IF sw-period-taken-Y
              DISPLAY "*** A snapshot for period ["
                      ws-snapshot-period "] is already on file. "
                      "Nothing appended: the period-end job ran "
                      "twice. ***"
           ELSE
           IF ws-cat-tbl-count IS EQUAL TO ZEROES
           DISPLAY "Snapshots appended  : ["
                   ws-written-snapshots "] for period ["
                   ws-snapshot-period "]."
           IF sw-fisper-found-Y
              DISPLAY "Fiscal period       : [" ws-fisper-label
                      "] closing [" ws-fisper-close "]."
           END-IF
           IF ws-after-cutoff IS GREATER THAN ZEROES
              DISPLAY "Hired after close   : [" ws-after-cutoff
                      "] (left for the next period)."
           END-IF

           MOVE ws-written-snapshots TO ws-ctl-written
           CALL "CtlLog" USING ws-ctl-program

           STOP RUN.

      *    With a fiscal calendar on file the snapshot is taken for
      *    the fiscal period holding today and is cut off at that
      *    period's close; without one it is the calendar month.
       050-begin-default-period.
           MOVE "D"      TO ws-fisper-function
           MOVE ws-today TO ws-fisper-date
           CALL "FisPer" USING ws-fisper-function
                               ws-fisper-date
                               ws-fisper-period
                               ws-fisper-quarter
                               ws-fisper-start
                               ws-fisper-close
                               ws-fisper-label
                               ws-fisper-found

           IF sw-fisper-found-Y
              MOVE ws-fisper-period TO ws-default-period
           ELSE
              MOVE ws-today-period  TO ws-default-period
           END-IF.
       050-end-default-period.
           EXIT.

       060-begin-resolve-cutoff.
           MOVE ZEROES TO ws-snapshot-cutoff

           IF sw-fisper-no-calendar
              GO TO 060-end-resolve-cutoff
           END-IF

           MOVE "P"                TO ws-fisper-function
           MOVE ws-snapshot-period TO ws-fisper-period
           CALL "FisPer" USING ws-fisper-function
                               ws-fisper-date
                               ws-fisper-period
                               ws-fisper-quarter
                               ws-fisper-start
                               ws-fisper-close
                               ws-fisper-label
                               ws-fisper-found

           IF sw-fisper-found-Y
              MOVE ws-fisper-close TO ws-snapshot-cutoff
           ELSE
              DISPLAY "*** WARNING: period [" ws-snapshot-period
                      "] is not on the fiscal calendar. No "
                      "snapshot taken. ***"
           END-IF.
       060-end-resolve-cutoff.
           EXIT.

       100-begin-accumulate-one-record.
           READ IdxFile NEXT RECORD
                AT END
                   ADD f-IdxFile-rec-salary-employee
                     TO ws-ctl-salary-hash

                   MOVE f-IdxFile-rec-hire-date-employee
                     TO ws-hire-date

                   IF  ws-snapshot-cutoff IS GREATER THAN ZEROES
                   AND ws-hire-date IS GREATER THAN ws-snapshot-cutoff
                       ADD cte-01 TO ws-after-cutoff
                   ELSE
                       PERFORM 200-begin-post-to-category
                          THRU 200-end-post-to-category
                   END-IF
           END-READ.
       100-end-accumulate-one-record.
           EXIT.

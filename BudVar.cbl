
       01  ws-selection-criteria.
           03  ws-sel-period           PIC 9(06)          VALUE ZEROES.
           03  ws-sel-cutoff           PIC 9(08)          VALUE ZEROES.
           03  ws-after-cutoff         PIC 9(06)          VALUE ZEROES.
           03  ws-hire-date            PIC 9(08)          VALUE ZEROES.

       01  ws-fisper-fields.
           03  ws-fisper-function      PIC X(01)          VALUE "P".
           03  ws-fisper-date          PIC 9(08)          VALUE ZEROES.
           03  ws-fisper-period        PIC 9(06)          VALUE ZEROES.
           03  ws-fisper-quarter       PIC 9(01)          VALUE ZERO.
           03  ws-fisper-start         PIC 9(08)          VALUE ZEROES.
           03  ws-fisper-close         PIC 9(08)          VALUE ZEROES.
           03  ws-fisper-label         PIC X(13)          VALUE SPACES.
           03  ws-fisper-found         PIC X(01)          VALUE SPACE.
               88  sw-fisper-found-Y                      VALUE "Y".
               88  sw-fisper-no-calendar                  VALUE "X".

       01  ws-report-counters.
           03  ws-budget-rows          PIC 9(03)          VALUE ZEROES.
           DISPLAY "Employee index file name : " WITH NO ADVANCING
           ACCEPT ws-IdxFile-name

           DISPLAY "Budget period (fiscal CCYYPP, or CCYYMM "
                   "without a fiscal calendar): " WITH NO ADVANCING
           ACCEPT ws-sel-period

           PERFORM 050-begin-resolve-fiscal-period
              THRU 050-end-resolve-fiscal-period

           IF NOT sw-fisper-found-Y
           AND NOT sw-fisper-no-calendar
              STOP RUN
           END-IF

           PERFORM 100-begin-load-budget-table
              THRU 100-end-load-budget-table

           DISPLAY SPACE
           DISPLAY "Budget versus actual for period ["
                   ws-sel-period "]:"
           IF sw-fisper-found-Y
              DISPLAY "Fiscal period [" ws-fisper-label "] from ["
                      ws-fisper-start "] to [" ws-fisper-close
                      "]; actuals cut off at the close."
           END-IF
           DISPLAY ws-heading-line

           PERFORM 300-begin-print-variance-row
           DISPLAY SPACE
           DISPLAY "Budget rows reported : [" ws-budget-rows "]."
           DISPLAY "Categories over cost : [" ws-over-budget-rows "]."
           IF ws-after-cutoff IS GREATER THAN ZEROES
              DISPLAY "Hired after the close: [" ws-after-cutoff
                      "] (not in the actuals)."
           END-IF

           STOP RUN.

      *    A budget period found on the fiscal calendar is reported
      *    against the employees already hired at its close date.
      *    Without a fiscal calendar the period is a calendar month
      *    and every active employee counts, as before.
       050-begin-resolve-fiscal-period.
           MOVE "P"           TO ws-fisper-function
           MOVE ws-sel-period TO ws-fisper-period
           CALL "FisPer" USING ws-fisper-function
                               ws-fisper-date
                               ws-fisper-period
                               ws-fisper-quarter
                               ws-fisper-start
                               ws-fisper-close
                               ws-fisper-label
                               ws-fisper-found

           EVALUATE TRUE
               WHEN sw-fisper-found-Y
                    MOVE ws-fisper-close TO ws-sel-cutoff
               WHEN sw-fisper-no-calendar
                    MOVE ZEROES          TO ws-sel-cutoff
               WHEN OTHER
                    DISPLAY "*** WARNING: period [" ws-sel-period
                            "] is not on the fiscal calendar. No "
                            "report produced. ***"
           END-EVALUATE.
       050-end-resolve-fiscal-period.
           EXIT.

       100-begin-load-budget-table.
           OPEN INPUT BudgFile

                   SET sw-eof-IdxFile-Y TO TRUE

            NOT AT END
                   MOVE f-IdxFile-rec-hire-date-employee
                     TO ws-hire-date
                   IF sw-f-IdxFile-rec-status-active
                      IF  ws-sel-cutoff IS GREATER THAN ZEROES
                      AND ws-hire-date IS GREATER THAN ws-sel-cutoff
                          ADD cte-01 TO ws-after-cutoff
                      ELSE
                          PERFORM 220-begin-post-actual
                             THRU 220-end-post-actual
                      END-IF
                   END-IF
           END-READ.
       210-end-read-one-employee.

                              INDEXED BY idx-trend
                                         idx-trend-fnd.
               05  ws-trend-period     PIC 9(06).
               05  ws-trend-label      PIC X(13).
               05  ws-trend-active     PIC S9(07).
               05  ws-trend-term       PIC S9(07).
               05  ws-trend-leave      PIC S9(07).
               05  ws-trend-total-sal  PIC S9(11)V9(02).
               05  ws-trend-avg-sal    PIC S9(07)V9(02).

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

       01  ws-delta-work-fields.
           03  ws-prev-active          PIC S9(07)         VALUE ZEROES.
           03  ws-prev-avg-sal         PIC S9(07)V9(02)   VALUE ZEROES.
               88  sw-first-row-N                         VALUE 'N'.

       01  ws-heading-line.
           03  FILLER                  PIC X(15)  VALUE "Period".
           03  FILLER                  PIC X(09)  VALUE "Active".
           03  FILLER                  PIC X(09)  VALUE "Term.".
           03  FILLER                  PIC X(09)  VALUE "Leave".
           03  FILLER                  PIC X(12)  VALUE "D-Avg sal".

       01  ws-detail-line.
           03  ws-det-period           PIC X(13)          VALUE SPACES.
           03  FILLER                  PIC X(02)          VALUE SPACES.
           03  ws-det-active           PIC ZZZZZZ9        VALUE ZEROES.
           03  FILLER                  PIC X(02)          VALUE SPACES.
                 SET idx-trend-fnd TO ws-trend-tbl-count
                 MOVE snap-rec-period
                   TO ws-trend-period (idx-trend-fnd)
                 PERFORM 220-begin-label-trend-period
                    THRU 220-end-label-trend-period
                 MOVE ZEROES TO ws-trend-active    (idx-trend-fnd)
                                ws-trend-term      (idx-trend-fnd)
                                ws-trend-leave     (idx-trend-fnd)
       210-end-scan-trend-entry.
           EXIT.

      *    Periods on the fiscal calendar are shown by their fiscal
      *    label; any other period, such as a calendar month taken
      *    before the fiscal calendar was kept, by its number.
       220-begin-label-trend-period.
           MOVE "P"             TO ws-fisper-function
           MOVE snap-rec-period TO ws-fisper-period
           CALL "FisPer" USING ws-fisper-function
                               ws-fisper-date
                               ws-fisper-period
                               ws-fisper-quarter
                               ws-fisper-start
                               ws-fisper-close
                               ws-fisper-label
                               ws-fisper-found

           IF sw-fisper-found-Y
              MOVE ws-fisper-label TO ws-trend-label (idx-trend-fnd)
           ELSE
              MOVE snap-rec-period TO ws-trend-label (idx-trend-fnd)
           END-IF.
       220-end-label-trend-period.
           EXIT.

       300-begin-print-trend.
           DISPLAY SPACE
           IF ws-sel-category IS EQUAL TO ZEROES
                    - ws-prev-avg-sal
           END-IF

           MOVE ws-trend-label     (ws-trend-sub) TO ws-det-period
           MOVE ws-trend-active    (ws-trend-sub) TO ws-det-active
           MOVE ws-trend-term      (ws-trend-sub) TO ws-det-term
           MOVE ws-trend-leave     (ws-trend-sub) TO ws-det-leave

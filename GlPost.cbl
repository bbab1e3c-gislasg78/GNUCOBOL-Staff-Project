       PROGRAM-ID. GlPost.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GlMap ASSIGN TO ws-GlMap-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-GlMap.

           SELECT OPTIONAL PayHist ASSIGN TO DISK ws-PayHist-name
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS payhist-rec-key
                  ALTERNATE RECORD KEY IS payhist-rec-period
                            WITH DUPLICATES
                  FILE STATUS  IS fs-PayHist.

           SELECT OPTIONAL IdxFile ASSIGN TO DISK ws-IdxFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-GlFile.

           SELECT OPTIONAL ExpClaim ASSIGN TO ws-ExpClaim-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-ExpClaim.

       DATA DIVISION.
       FILE SECTION.
       FD  GlMap
               88  sw-glmap-rec-credit            VALUE "C".

       FD  PayHist
           RECORD CONTAINS 120 CHARACTERS.

       01  payhist-rec.
           03  payhist-rec-key.
               05  payhist-rec-code     PIC 9(06) VALUE ZEROES.
               05  payhist-rec-period   PIC 9(06) VALUE ZEROES.
               05  payhist-rec-run-type PIC X(01) VALUE "R".
                   88  sw-payhist-rec-run-regular     VALUES "R",
                                                                SPACE.
                   88  sw-payhist-rec-run-supplement  VALUE "S".
                   88  sw-payhist-rec-run-reversed    VALUE "V".
                   88  sw-payhist-rec-run-final       VALUE "F".
               05  payhist-rec-run-seq  PIC 9(02) VALUE ZEROES.
           03  payhist-rec-basic        PIC 9(06) VALUE ZEROES.
           03  payhist-rec-da           PIC 9(06) VALUE ZEROES.
           03  payhist-rec-hra          PIC 9(06) VALUE ZEROES.
           03  payhist-rec-ot-pay       PIC 9(06) VALUE ZEROES.
           03  payhist-rec-comm-pay     PIC 9(06) VALUE ZEROES.
           03  payhist-rec-retro-pay    PIC 9(06) VALUE ZEROES.
           03  payhist-rec-shift-pay    PIC 9(06) VALUE ZEROES.
           03  payhist-rec-ss-ee        PIC 9(06) VALUE ZEROES.
           03  payhist-rec-ss-er        PIC 9(06) VALUE ZEROES.
           03  payhist-rec-tp-ded       PIC 9(06) VALUE ZEROES.

       FD  IdxFile
           RECORD CONTAINS 61 CHARACTERS

       01  f-GlFile-rec                 PIC X(60) VALUE SPACES.

       FD  ExpClaim
           RECORD CONTAINS 67 CHARACTERS.

       01  expclaim-rec.
           03  expclaim-rec-code         PIC 9(06) VALUE ZEROES.
           03  expclaim-rec-claim-no     PIC 9(06) VALUE ZEROES.
           03  expclaim-rec-line-no      PIC 9(02) VALUE ZEROES.
           03  expclaim-rec-exp-date     PIC 9(08) VALUE ZEROES.
           03  expclaim-rec-type         PIC X(04) VALUE SPACES.
           03  expclaim-rec-amount       PIC 9(06) VALUE ZEROES.
           03  expclaim-rec-receipt      PIC X(12) VALUE SPACES.
           03  expclaim-rec-status       PIC X(01) VALUE "P".
               88  sw-expclaim-rec-paid           VALUE "D".
           03  expclaim-rec-approver     PIC X(08) VALUE SPACES.
           03  expclaim-rec-period-paid  PIC 9(06) VALUE ZEROES.
           03  expclaim-rec-submit-date  PIC 9(08) VALUE ZEROES.

       WORKING-STORAGE SECTION.
       77  fs-GlMap                     PIC X(02) VALUE SPACES.
       77  fs-PayHist                   PIC X(02) VALUE SPACES.
       77  fs-IdxFile                   PIC X(02) VALUE SPACES.
       77  fs-GlFile                    PIC X(02) VALUE SPACES.
       77  fs-ExpClaim                  PIC X(02) VALUE SPACES.

       77  ws-GlMap-name                PIC X(12) VALUE "GlMap".
       77  ws-PayHist-name              PIC X(12) VALUE "PayHist".
       77  ws-IdxFile-name              PIC X(12) VALUE SPACES.
       77  ws-GlFile-name               PIC X(12) VALUE "GlFile".
       77  ws-ExpClaim-name             PIC X(12) VALUE "ExpClaim".

       77  ws-eof-GlMap                 PIC X(01) VALUE 'N'.
           88  sw-eof-GlMap-Y                     VALUE 'Y'.
           88  sw-eof-PayHist-Y                   VALUE 'Y'.
       77  ws-eof-IdxFile               PIC X(01) VALUE 'N'.
           88  sw-eof-IdxFile-Y                   VALUE 'Y'.
       77  ws-eof-ExpClaim              PIC X(01) VALUE 'N'.
           88  sw-eof-ExpClaim-Y                  VALUE 'Y'.

       78  cte-01                                 VALUE 01.
       78  cte-map-tbl-max                        VALUE 40.
       78  cte-exp-tbl-max                        VALUE 200.
       78  cte-cat-tbl-max                        VALUE 100.
       78  cte-emp-tbl-max                        VALUE 500.
       78  cte-component-count                    VALUE 12.
       78  cte-pay-month-max                      VALUE 3.

       01  ws-selection-criteria.
           03  ws-sel-period            PIC 9(06) VALUE ZEROES.
           03  ws-sel-basis             PIC X(01) VALUE "C".
               88  sw-sel-basis-fiscal            VALUE "F".
               88  sw-sel-basis-calendar          VALUE "C".

      *    The payroll months posted under the selected period: the
      *    months whose last day falls inside the fiscal period, or
      *    the one calendar month when no fiscal calendar is kept.
       01  ws-pay-month-controls.
           03  ws-pay-month-count       PIC 9(01) VALUE ZERO.
           03  ws-pay-month-sub         PIC 9(01) VALUE ZERO.
           03  ws-pay-month OCCURS cte-pay-month-max TIMES
                                        PIC 9(06).
           03  ws-cand-month            PIC 9(06) VALUE ZEROES.
           03  ws-cand-month-r      REDEFINES ws-cand-month.
               05  ws-cand-year         PIC 9(04).
               05  ws-cand-mm           PIC 9(02).
           03  ws-cand-last-month       PIC 9(06) VALUE ZEROES.
           03  ws-cand-next-first       PIC 9(08) VALUE ZEROES.
           03  ws-cand-month-end        PIC 9(08) VALUE ZEROES.

       01  ws-fisper-fields.
           03  ws-fisper-function       PIC X(01) VALUE "P".
           03  ws-fisper-date           PIC 9(08) VALUE ZEROES.
           03  ws-fisper-period         PIC 9(06) VALUE ZEROES.
           03  ws-fisper-quarter        PIC 9(01) VALUE ZERO.
           03  ws-fisper-start          PIC 9(08) VALUE ZEROES.
           03  ws-fisper-close          PIC 9(08) VALUE ZEROES.
           03  ws-fisper-label          PIC X(13) VALUE SPACES.
           03  ws-fisper-found          PIC X(01) VALUE SPACE.
               88  sw-fisper-found-Y              VALUE "Y".
               88  sw-fisper-no-calendar          VALUE "X".

       01  ws-component-names.
           03  FILLER                   PIC X(08) VALUE "BASIC".
               05  ws-cat-amount OCCURS cte-component-count TIMES
                                        PIC 9(11).

       01  ws-exp-controls.
           03  ws-exp-tbl-count         PIC 9(03) VALUE ZEROES.
           03  ws-exp-sub               PIC 9(03) VALUE ZEROES.
           03  ws-exp-found-sub         PIC 9(03) VALUE ZEROES.
           03  ws-exp-seek-cat          PIC 9(04) VALUE ZEROES.
           03  ws-exp-seek-component.
               05  FILLER               PIC X(04) VALUE "EXP-".
               05  ws-exp-seek-type     PIC X(04) VALUE SPACES.
           03  ws-exp-component         PIC X(08) VALUE SPACES.
           03  ws-exp-line-count        PIC 9(05) VALUE ZEROES.
           03  ws-exp-amount-total      PIC 9(11) VALUE ZEROES.

       01  ws-exp-totals-table.
           03  ws-exp-entry OCCURS cte-exp-tbl-max TIMES.
               05  ws-exp-cat           PIC 9(04).
               05  ws-exp-type          PIC X(04).
               05  ws-exp-amount        PIC 9(11).
               05  ws-exp-map-sub       PIC 9(02).
               05  ws-exp-map-component PIC X(08).

       01  ws-earn-gap                  PIC S9(08) VALUE ZEROES.

       01  ws-posting-controls.
           03  FILLER                   PIC X(01) VALUE "H".
           03  ws-glh-period            PIC 9(06) VALUE ZEROES.
           03  ws-glh-date              PIC 9(08) VALUE ZEROES.
           03  ws-glh-basis             PIC X(01) VALUE "C".
           03  ws-glh-close             PIC 9(08) VALUE ZEROES.
           03  FILLER                   PIC X(36) VALUE SPACES.

       01  ws-gl-detail.
           03  FILLER                   PIC X(01) VALUE "D".
       MAIN-PARAGRAPH.
           DISPLAY "General-ledger posting interface."

           DISPLAY "Posting period (fiscal CCYYPP, or CCYYMM "
                   "without a fiscal calendar): " WITH NO ADVANCING
           ACCEPT ws-sel-period

           IF ws-sel-period EQUAL ZEROES
              STOP RUN
           END-IF

           PERFORM Resolve-Posting-Period
             THRU Resolve-Posting-Period-Exit

           IF RETURN-CODE NOT EQUAL ZEROES
              STOP RUN
           END-IF

           PERFORM Load-Account-Map
             THRU Load-Account-Map-Exit

           PERFORM Accumulate-Period-History
             THRU Accumulate-Period-History-Exit

           PERFORM Accumulate-Period-Expenses
             THRU Accumulate-Period-Expenses-Exit

           IF ws-cat-tbl-count EQUAL ZEROES
              DISPLAY "No pay history rows were found for period ["
                      ws-sel-period "]. Nothing posted."

           STOP RUN.

       Resolve-Posting-Period.
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

           MOVE ZERO TO ws-pay-month-count

           IF sw-fisper-no-calendar
              SET sw-sel-basis-calendar TO TRUE
              MOVE cte-01        TO ws-pay-month-count
              MOVE ws-sel-period TO ws-pay-month (1)
              DISPLAY "No fiscal calendar is on file: period ["
                      ws-sel-period "] is posted as a calendar "
                      "month."
              GO TO Resolve-Posting-Period-Exit
           END-IF

           IF NOT sw-fisper-found-Y
              DISPLAY "*** Period [" ws-sel-period "] is not on the "
                      "fiscal calendar. Nothing posted. ***"
              MOVE 8 TO RETURN-CODE
              GO TO Resolve-Posting-Period-Exit
           END-IF

           SET sw-sel-basis-fiscal TO TRUE

           COMPUTE ws-cand-month      = ws-fisper-start / 100
           COMPUTE ws-cand-last-month = ws-fisper-close / 100

           PERFORM Check-One-Payroll-Month
             UNTIL ws-cand-month GREATER ws-cand-last-month

           DISPLAY "Fiscal period [" ws-fisper-label "] from ["
                   ws-fisper-start "] to [" ws-fisper-close "]."

           IF ws-pay-month-count EQUAL ZERO
              DISPLAY "No payroll month closes inside fiscal period ["
                      ws-sel-period "]. Nothing posted."
              MOVE 4 TO RETURN-CODE
              GO TO Resolve-Posting-Period-Exit
           END-IF

           DISPLAY "Payroll months posted: ["
                   ws-pay-month (1) "] to ["
                   ws-pay-month (ws-pay-month-count) "].".
       Resolve-Posting-Period-Exit.
           EXIT.

       Check-One-Payroll-Month.
           IF ws-cand-mm EQUAL 12
              COMPUTE ws-cand-next-first =
                      (ws-cand-year + cte-01) * 10000 + 0101
           ELSE
              COMPUTE ws-cand-next-first =
                      ws-cand-month * 100 + 100 + cte-01
           END-IF

           COMPUTE ws-cand-month-end =
                   DATE-OF-INTEGER(
                   INTEGER-OF-DATE(ws-cand-next-first) - cte-01)

           IF  ws-cand-month-end NOT LESS    ws-fisper-start
           AND ws-cand-month-end NOT GREATER ws-fisper-close
           AND ws-pay-month-count LESS cte-pay-month-max
               ADD cte-01 TO ws-pay-month-count
               MOVE ws-cand-month TO ws-pay-month (ws-pay-month-count)
           END-IF

           COMPUTE ws-cand-month = ws-cand-next-first / 100.

       Load-Account-Map.
           MOVE ZEROES TO ws-map-tbl-count
           MOVE 'N'    TO ws-eof-GlMap
              GO TO Accumulate-Period-History-Exit
           END-IF

           MOVE ws-pay-month (1) TO payhist-rec-period

           START PayHist KEY IS NOT LESS THAN payhist-rec-period
                 INVALID KEY
                         SET sw-eof-PayHist-Y TO TRUE
           END-START

           PERFORM Accumulate-One-History-Row
             UNTIL sw-eof-PayHist-Y

           EXIT.

       Accumulate-One-History-Row.
           READ PayHist NEXT RECORD
             AT END
                SET sw-eof-PayHist-Y TO TRUE

            NOT AT END
                IF payhist-rec-period GREATER
                   ws-pay-month (ws-pay-month-count)
                   SET sw-eof-PayHist-Y TO TRUE
                ELSE
                IF NOT sw-payhist-rec-run-reversed
                    PERFORM Post-Row-To-Category
                END-IF
                END-IF
           END-READ.

       Post-Row-To-Category.
       Post-Row-To-Category-Exit.
           EXIT.

       Accumulate-Period-Expenses.
           MOVE ZEROES TO ws-exp-tbl-count
                          ws-exp-line-count
                          ws-exp-amount-total
           MOVE 'N'    TO ws-eof-ExpClaim

           OPEN INPUT ExpClaim

           IF fs-ExpClaim NOT EQUAL "00"
              CLOSE ExpClaim
              GO TO Accumulate-Period-Expenses-Exit
           END-IF

           PERFORM Accumulate-One-Expense-Line
             UNTIL sw-eof-ExpClaim-Y

           CLOSE ExpClaim

           IF ws-exp-line-count GREATER ZEROES
              DISPLAY "Expense claim lines reimbursed in the "
                      "period: [" ws-exp-line-count "] for ["
                      ws-exp-amount-total "]."
           END-IF.
       Accumulate-Period-Expenses-Exit.
           EXIT.

       Accumulate-One-Expense-Line.
           READ ExpClaim RECORD
             AT END
                SET sw-eof-ExpClaim-Y TO TRUE

            NOT AT END
                IF  sw-expclaim-rec-paid
                AND expclaim-rec-period-paid NOT LESS
                    ws-pay-month (1)
                AND expclaim-rec-period-paid NOT GREATER
                    ws-pay-month (ws-pay-month-count)
                    PERFORM Post-Expense-Line
                      THRU Post-Expense-Line-Exit
                END-IF
           END-READ.

       Post-Expense-Line.
           MOVE ZEROES TO ws-emp-found-sub

           PERFORM Match-Expense-Employee
           VARYING ws-emp-sub FROM 1 BY 1
             UNTIL ws-emp-sub GREATER ws-emp-tbl-count
                OR ws-emp-found-sub GREATER ZEROES

           IF ws-emp-found-sub GREATER ZEROES
              MOVE ws-emp-cat (ws-emp-found-sub) TO ws-exp-seek-cat
           ELSE
              MOVE ZEROES TO ws-exp-seek-cat
           END-IF

           MOVE ZEROES TO ws-exp-found-sub

           PERFORM Match-Expense-Totals
           VARYING ws-exp-sub FROM 1 BY 1
             UNTIL ws-exp-sub GREATER ws-exp-tbl-count
                OR ws-exp-found-sub GREATER ZEROES

           IF ws-exp-found-sub EQUAL ZEROES
              IF ws-exp-tbl-count LESS cte-exp-tbl-max
                 ADD cte-01 TO ws-exp-tbl-count
                 MOVE ws-exp-tbl-count  TO ws-exp-found-sub
                 MOVE ws-exp-seek-cat   TO ws-exp-cat
                                           (ws-exp-found-sub)
                 MOVE expclaim-rec-type TO ws-exp-type
                                           (ws-exp-found-sub)
                 MOVE ZEROES            TO ws-exp-amount
                                           (ws-exp-found-sub)
                                           ws-exp-map-sub
                                           (ws-exp-found-sub)
                 MOVE SPACES            TO ws-exp-map-component
                                           (ws-exp-found-sub)
              ELSE
                 DISPLAY "*** WARNING: the expense totals table "
                         "is full at [" cte-exp-tbl-max "]. The "
                         "claim line of [" expclaim-rec-code
                         "] was NOT posted. ***"
                 SET sw-post-unmapped-Y TO TRUE
                 GO TO Post-Expense-Line-Exit
              END-IF
           END-IF

           ADD expclaim-rec-amount TO ws-exp-amount (ws-exp-found-sub)
                                      ws-exp-amount-total
           ADD cte-01              TO ws-exp-line-count.
       Post-Expense-Line-Exit.
           EXIT.

       Match-Expense-Employee.
           IF ws-emp-code (ws-emp-sub) EQUAL expclaim-rec-code
              MOVE ws-emp-sub TO ws-emp-found-sub
           END-IF.

       Match-Expense-Totals.
           IF  ws-exp-cat  (ws-exp-sub) EQUAL ws-exp-seek-cat
           AND ws-exp-type (ws-exp-sub) EQUAL expclaim-rec-type
               MOVE ws-exp-sub TO ws-exp-found-sub
           END-IF.

       Match-Employee-Category.
           IF ws-emp-code (ws-emp-sub) EQUAL payhist-rec-code
              MOVE ws-emp-sub TO ws-emp-found-sub
           PERFORM Total-One-Category
             THRU Total-One-Category-Exit
           VARYING ws-cat-sub FROM 1 BY 1
             UNTIL ws-cat-sub GREATER ws-cat-tbl-count

           PERFORM Total-One-Expense
             THRU Total-One-Expense-Exit
           VARYING ws-exp-sub FROM 1 BY 1
             UNTIL ws-exp-sub GREATER ws-exp-tbl-count.
       Total-All-Postings-Exit.
           EXIT.

       Total-One-Component-Exit.
           EXIT.

       Total-One-Expense.
           IF ws-exp-amount (ws-exp-sub) EQUAL ZEROES
              GO TO Total-One-Expense-Exit
           END-IF

           MOVE ws-exp-type (ws-exp-sub) TO ws-exp-seek-type
           MOVE ws-exp-seek-component    TO ws-exp-component
           MOVE ZEROES TO ws-map-found-sub

           PERFORM Match-Map-Expense
           VARYING ws-map-sub FROM 1 BY 1
             UNTIL ws-map-sub GREATER ws-map-tbl-count
                OR ws-map-found-sub GREATER ZEROES

           IF ws-map-found-sub EQUAL ZEROES
              MOVE "EXPREIMB" TO ws-exp-component

              PERFORM Match-Map-Expense
              VARYING ws-map-sub FROM 1 BY 1
                UNTIL ws-map-sub GREATER ws-map-tbl-count
                   OR ws-map-found-sub GREATER ZEROES
           END-IF

           IF ws-map-found-sub EQUAL ZEROES
              SET sw-post-unmapped-Y TO TRUE
              DISPLAY "*** The expense type ["
                      ws-exp-type (ws-exp-sub) "] carries no "
                      "account mapping under [" ws-exp-seek-component
                      "] or [EXPREIMB]. ***"
              GO TO Total-One-Expense-Exit
           END-IF

           MOVE ws-map-found-sub TO ws-exp-map-sub (ws-exp-sub)
           MOVE ws-exp-component TO ws-exp-map-component (ws-exp-sub)

           ADD cte-01 TO ws-post-lines

           IF ws-map-drcr (ws-map-found-sub) EQUAL "D"
              ADD ws-exp-amount (ws-exp-sub) TO ws-post-debit-total
           ELSE
              ADD ws-exp-amount (ws-exp-sub) TO ws-post-credit-total
           END-IF.
       Total-One-Expense-Exit.
           EXIT.

       Match-Map-Expense.
           IF ws-map-component (ws-map-sub) EQUAL ws-exp-component
              MOVE ws-map-sub TO ws-map-found-sub
           END-IF.

       Match-Map-Component.
           IF ws-map-component (ws-map-sub) EQUAL
              ws-component-name (ws-comp-sub)

           MOVE ws-sel-period TO ws-glh-period
           MOVE ws-run-date   TO ws-glh-date
           MOVE ws-sel-basis  TO ws-glh-basis
           IF sw-sel-basis-fiscal
              MOVE ws-fisper-close TO ws-glh-close
           ELSE
              MOVE ZEROES          TO ws-glh-close
           END-IF
           WRITE f-GlFile-rec FROM ws-gl-header

           PERFORM Write-One-Category
           VARYING ws-cat-sub FROM 1 BY 1
             UNTIL ws-cat-sub GREATER ws-cat-tbl-count

           PERFORM Write-One-Expense
           VARYING ws-exp-sub FROM 1 BY 1
             UNTIL ws-exp-sub GREATER ws-exp-tbl-count

           MOVE ws-post-lines        TO ws-glt-lines
           MOVE ws-post-debit-total  TO ws-glt-debits
           MOVE ws-post-credit-total TO ws-glt-credits
       Write-One-Detail-Exit.
           EXIT.

       Write-One-Expense.
           IF ws-exp-map-sub (ws-exp-sub) GREATER ZEROES
              MOVE ws-map-account (ws-exp-map-sub (ws-exp-sub))
                TO ws-gld-account
              MOVE ws-map-drcr    (ws-exp-map-sub (ws-exp-sub))
                TO ws-gld-drcr
              MOVE ws-exp-amount  (ws-exp-sub) TO ws-gld-amount
              MOVE ws-exp-cat     (ws-exp-sub) TO ws-gld-cat
              MOVE ws-exp-map-component (ws-exp-sub)
                TO ws-gld-component

              WRITE f-GlFile-rec FROM ws-gl-detail

              ADD cte-01 TO ws-post-rows
           END-IF.

       Print-Posting-Summary.
           DISPLAY SPACE
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "|  Posting summary for period ["
                   ws-sel-period "]. |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           IF sw-sel-basis-fiscal
              DISPLAY "Fiscal period          : [" ws-fisper-label
                      "] closing [" ws-fisper-close "]."
           END-IF
           DISPLAY "Payroll months         : [" ws-pay-month (1)
                   "] to [" ws-pay-month (ws-pay-month-count) "]."
           DISPLAY "Posting lines released : [" ws-post-rows "]."
           DISPLAY "Debits total           : ["
                   ws-post-debit-total "]."

                            WITH DUPLICATES
                  FILE STATUS  IS fs-IdxFile.

           SELECT OPTIONAL LeavePol ASSIGN TO ws-LeavePol-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-LeavePol.

           SELECT OPTIONAL BonusFile ASSIGN TO ws-BonusFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-BonusFile.

           SELECT OPTIONAL LeaveFft ASSIGN TO ws-LeaveFft-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-LeaveFft.

           SELECT OPTIONAL LeaveStmt ASSIGN TO ws-LeaveStmt-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-LeaveStmt.

       DATA DIVISION.
       FILE SECTION.
       FD  LeaveFile
                                                   VALUE ZEROES.

       FD  LeaveReq
           RECORD CONTAINS 33 CHARACTERS.

       01  leavereq-rec.
           03  leavereq-rec-code         PIC 9(06) VALUE ZEROES.
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

       FD  LeaveTakn
           RECORD CONTAINS 15 CHARACTERS.
                                                           VALUE SPACES.
           03  f-IdxFile-rec-cod-cat-employee    PIC 9(04) VALUE ZEROES.

       FD  LeavePol
           RECORD CONTAINS 09 CHARACTERS.

       01  leavepol-rec.
           03  leavepol-rec-cat          PIC 9(04) VALUE ZEROES.
           03  leavepol-rec-cap          PIC 9(03)V9(01)
                                                   VALUE ZEROES.
           03  leavepol-rec-excess       PIC X(01) VALUE "F".
               88  sw-leavepol-rec-encash         VALUE "E".
               88  sw-leavepol-rec-forfeit        VALUE "F".

       FD  BonusFile
           RECORD CONTAINS 12 CHARACTERS.

       01  bonus-rec.
           03  bonus-rec-code            PIC 9(06) VALUE ZEROES.
           03  bonus-rec-amount          PIC 9(06) VALUE ZEROES.

       FD  LeaveFft
           RECORD CONTAINS 26 CHARACTERS.

       01  leavefft-rec.
           03  leavefft-rec-code         PIC 9(06) VALUE ZEROES.
           03  leavefft-rec-year         PIC 9(04) VALUE ZEROES.
           03  leavefft-rec-cat          PIC 9(04) VALUE ZEROES.
           03  leavefft-rec-days         PIC 9(03)V9(01)
                                                   VALUE ZEROES.
           03  leavefft-rec-date         PIC 9(08) VALUE ZEROES.

       FD  LeaveStmt
           RECORD CONTAINS 80 CHARACTERS.

       01  f-LeaveStmt-rec              PIC X(80) VALUE SPACES.

       WORKING-STORAGE SECTION.
       77  fs-LeaveFile                 PIC X(02) VALUE SPACES.
       77  fs-LeaveReq                  PIC X(02) VALUE SPACES.
       77  fs-LeaveTakn                 PIC X(02) VALUE SPACES.
       77  fs-IdxFile                   PIC X(02) VALUE SPACES.
       77  fs-LeavePol                  PIC X(02) VALUE SPACES.
       77  fs-BonusFile                 PIC X(02) VALUE SPACES.
       77  fs-LeaveFft                  PIC X(02) VALUE SPACES.
       77  fs-LeaveStmt                 PIC X(02) VALUE SPACES.

       77  ws-LeaveFile-name            PIC X(12) VALUE "LeaveFile".
       77  ws-LeaveReq-name             PIC X(12) VALUE "LeaveReq".
       77  ws-LeaveTakn-name            PIC X(12) VALUE "LeaveTakn".
       77  ws-IdxFile-name              PIC X(12) VALUE SPACES.
       77  ws-LeavePol-name             PIC X(12) VALUE "LeavePol".
       77  ws-BonusFile-name            PIC X(12) VALUE "BonusFile".
       77  ws-LeaveFft-name             PIC X(12) VALUE "LeaveFft".
       77  ws-LeaveStmt-name            PIC X(12) VALUE "LeaveStmt".

       77  ws-eof-LeaveFile             PIC X(01) VALUE 'N'.
           88  sw-eof-LeaveFile-Y                 VALUE 'Y'.
       77  ws-eof-LeavePol              PIC X(01) VALUE 'N'.
           88  sw-eof-LeavePol-Y                  VALUE 'Y'.
       77  ws-eof-BonusFile             PIC X(01) VALUE 'N'.
           88  sw-eof-BonusFile-Y                 VALUE 'Y'.

       78  cte-01                                 VALUE 01.
       78  cte-leave-tbl-max                      VALUE 500.
       78  cte-pol-tbl-max                        VALUE 50.
       78  cte-bonus-tbl-max                      VALUE 500.

       01  ws-menu-controls.
           03  ws-menu-option           PIC 9(01) VALUE ZERO.
               88  sw-menu-option-accrue          VALUE 2.
               88  sw-menu-option-request         VALUE 3.
               88  sw-menu-option-report          VALUE 4.
               88  sw-menu-option-year-end        VALUE 5.
               88  sw-menu-option-exit            VALUE 6.

       01  ws-capture-fields.
           03  ws-cap-code              PIC 9(06) VALUE ZEROES.
               88  sw-cap-type-annual             VALUES 'A', 'a'.
               88  sw-cap-type-sick               VALUES 'S', 's'.
               88  sw-cap-type-unpaid             VALUES 'U', 'u'.
               88  sw-cap-type-injury             VALUES 'I', 'i'.
           03  ws-cap-period            PIC 9(06) VALUE ZEROES.
           03  ws-cap-days              PIC 9(02)V9(01)  VALUE ZEROES.
           03  ws-cap-first-day.
               05  ws-cap-first-year    PIC 9(04) VALUE ZEROES.
               05  ws-cap-first-month   PIC 9(02) VALUE ZEROES.
               05  ws-cap-first-dd      PIC 9(02) VALUE ZEROES.
           03  ws-cap-first-day-num REDEFINES ws-cap-first-day
                                        PIC 9(08).
           03  ws-cap-first-valid-sw    PIC X(01) VALUE 'N'.
               88  sw-cap-first-valid-Y           VALUE 'Y'.
           03  ws-cap-planner           PIC X(01) VALUE SPACE.
               88  sw-cap-planner-Y               VALUES 'Y', 'y'.
           03  ws-cap-go-ahead          PIC X(01) VALUE SPACE.
               88  sw-cap-go-ahead-N              VALUES 'N', 'n'.

       01  ws-validate-fields.
           03  ws-employee-valid-sw     PIC X(01) VALUE 'N'.
               05  ws-lv-sick-bal       PIC S9(03)V9(01).
               05  ws-lv-accrual        PIC 9(02)V9(01).

       01  ws-year-end-fields.
           03  ws-ye-year               PIC 9(04) VALUE ZEROES.
           03  ws-ye-confirm            PIC X(01) VALUE SPACE.
               88  sw-ye-confirm-Y                VALUES 'Y', 'y'.
           03  ws-ye-cat                PIC 9(04) VALUE ZEROES.
           03  ws-ye-cap                PIC 9(03)V9(01)
                                                  VALUE ZEROES.
           03  ws-ye-excess-sw          PIC X(01) VALUE SPACE.
               88  sw-ye-excess-encash            VALUE "E".
           03  ws-ye-opening            PIC S9(03)V9(01)
                                                  VALUE ZEROES.
           03  ws-ye-excess             PIC 9(03)V9(01)
                                                  VALUE ZEROES.
           03  ws-ye-encashed           PIC 9(03)V9(01)
                                                  VALUE ZEROES.
           03  ws-ye-forfeited          PIC 9(03)V9(01)
                                                  VALUE ZEROES.
           03  ws-ye-daily-rate         PIC 9(06)V9(02)
                                                  VALUE ZEROES.
           03  ws-ye-amount             PIC 9(06) VALUE ZEROES.
           03  ws-ye-capped             PIC 9(03) VALUE ZEROES.
           03  ws-ye-encash-count       PIC 9(03) VALUE ZEROES.
           03  ws-ye-encash-total       PIC 9(08) VALUE ZEROES.
           03  ws-ye-forfeit-count      PIC 9(03) VALUE ZEROES.
           03  ws-ye-stmt-sw            PIC X(01) VALUE 'N'.
               88  sw-ye-stmt-open-Y              VALUE 'Y'.
           03  ws-ye-fft-sw             PIC X(01) VALUE 'N'.
               88  sw-ye-fft-open-Y               VALUE 'Y'.
           03  ws-ye-opening-ed         PIC -ZZ9.9 VALUE ZEROES.
           03  ws-ye-encashed-ed        PIC ZZ9.9  VALUE ZEROES.
           03  ws-ye-forfeited-ed       PIC ZZ9.9  VALUE ZEROES.
           03  ws-ye-carried-ed         PIC -ZZ9.9 VALUE ZEROES.

       01  ws-pol-table-controls.
           03  ws-pol-tbl-count         PIC 9(03) VALUE ZEROES.
           03  ws-pol-sub               PIC 9(03) VALUE ZEROES.
           03  ws-pol-found-sub         PIC 9(03) VALUE ZEROES.

       01  ws-pol-table.
           03  ws-pol-entry OCCURS cte-pol-tbl-max TIMES.
               05  ws-pol-cat           PIC 9(04).
               05  ws-pol-cap           PIC 9(03)V9(01).
               05  ws-pol-excess        PIC X(01).

       01  ws-bonus-table-controls.
           03  ws-bonus-tbl-count       PIC 9(03) VALUE ZEROES.
           03  ws-bonus-sub             PIC 9(03) VALUE ZEROES.
           03  ws-bonus-found-sub       PIC 9(03) VALUE ZEROES.
           03  ws-bonus-overflow-sw     PIC X(01) VALUE 'N'.
               88  sw-bonus-overflow-Y            VALUE 'Y'.

       01  ws-bonus-table.
           03  ws-bonus-entry OCCURS cte-bonus-tbl-max TIMES.
               05  ws-bonus-code        PIC 9(06).
               05  ws-bonus-amount      PIC 9(06).

       01  ws-report-line.
           03  ws-rp-code               PIC 9(06)  VALUE ZEROES.
           03  FILLER                   PIC X(10)  VALUE "  annual [".
           DISPLAY "| [2]. Accrue one pay period.        |"
           DISPLAY "| [3]. Capture a leave request.      |"
           DISPLAY "| [4]. Print the balances report.    |"
           DISPLAY "| [5]. Year-end carry-forward.       |"
           DISPLAY "| [6]. Exit this program.            |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "Enter your own choice: " WITH NO ADVANCING
           ACCEPT ws-menu-option
               WHEN sw-menu-option-report
                    PERFORM Print-Balances-Report

               WHEN sw-menu-option-year-end
                    PERFORM Run-Year-End-Carry-Forward

               WHEN sw-menu-option-exit
                    DISPLAY "Leaving this program..."

           DISPLAY "Employee code             : " WITH NO ADVANCING
           ACCEPT ws-cap-code

           DISPLAY "Type [A]nnual/[S]ick/[U]npaid/[I]njury: "
              WITH NO ADVANCING
           ACCEPT ws-cap-type

           DISPLAY "Days requested            : " WITH NO ADVANCING
           ACCEPT ws-cap-days

           DISPLAY "First day off (CCYYMMDD, 0 for the 1st): "
              WITH NO ADVANCING
           ACCEPT ws-cap-first-day

           MOVE ws-cap-code TO f-IdxFile-rec-cod-employee

           PERFORM Validate-Employee

           PERFORM Validate-First-Day

           IF sw-employee-valid-N
              DISPLAY "The leave request was not captured."
           ELSE
           IF ws-cap-days EQUAL ZEROES
              DISPLAY "The days requested must be entered. Nothing "
                      "was captured."
           ELSE
           IF NOT sw-cap-first-valid-Y
              DISPLAY "The first day off must be a valid date in "
                      "period [" ws-cap-period "]. Nothing was "
                      "captured."
           ELSE
              PERFORM Grant-Or-Refuse-Request

                  PERFORM Write-Unpaid-Leave
              END-IF
           END-IF
           END-IF
           END-IF.

       Validate-First-Day.
           IF ws-cap-first-day-num EQUAL ZEROES
              COMPUTE ws-cap-first-day-num = ws-cap-period * 100 + 1
           END-IF

           MOVE 'N' TO ws-cap-first-valid-sw

           IF ws-cap-first-year * 100 + ws-cap-first-month
              EQUAL ws-cap-period
              CALL "Val_Date" USING ws-cap-first-year
                                    ws-cap-first-month
                                    ws-cap-first-dd
                                    ws-cap-first-valid-sw
           END-IF.

       Offer-Team-Planner.
           MOVE SPACE TO ws-cap-go-ahead

           DISPLAY "Show the team absence planner first (Y/N)? "
              WITH NO ADVANCING
           ACCEPT ws-cap-planner

           IF sw-cap-planner-Y
              CALL "AbsPlan" USING ws-cap-code
                                   ws-cap-period
                                   ws-IdxFile-name

              DISPLAY "Go ahead with this request (Y/N)? "
                 WITH NO ADVANCING
              ACCEPT ws-cap-go-ahead
           END-IF.

       Grant-Or-Refuse-Request.
           SET sw-request-granted-N TO TRUE

           PERFORM Offer-Team-Planner

           PERFORM Find-Ledger-Entry

           EVALUATE TRUE
               WHEN sw-cap-go-ahead-N
                    DISPLAY "The approver declined the request after "
                            "reviewing the team. The request was "
                            "REFUSED."

               WHEN sw-cap-type-unpaid
                    SET sw-request-granted-Y TO TRUE
                    DISPLAY "The unpaid leave was granted. The "
                            "period's payroll run will dock ["
                            ws-cap-days "] days."

               WHEN sw-cap-type-injury
                    SET sw-request-granted-Y TO TRUE
                    DISPLAY "The injury leave was granted. It does "
                            "not reduce the annual or sick balances."

               WHEN ws-leave-found-sub EQUAL ZEROES
                    DISPLAY "Employee [" ws-cap-code "] holds no "
                            "leave ledger entry. The request was "
                                 TO leavereq-rec-type
              MOVE ws-cap-period TO leavereq-rec-period
              MOVE ws-cap-days   TO leavereq-rec-days
              MOVE ws-cap-first-day-num
                                 TO leavereq-rec-first-day

              IF sw-request-granted-Y
                 MOVE "G" TO leavereq-rec-status

           DISPLAY ws-report-line.

       Run-Year-End-Carry-Forward.
           DISPLAY "Leave year being closed (CCYY): "
              WITH NO ADVANCING
           ACCEPT ws-ye-year

           DISPLAY "Apply the carry-forward cap to every ledger "
                   "entry now (Y/N)? " WITH NO ADVANCING
           ACCEPT ws-ye-confirm

           IF ws-ye-year EQUAL ZEROES
           OR NOT sw-ye-confirm-Y
              DISPLAY "The year-end carry-forward was not run."
           ELSE
              PERFORM Load-Leave-Policy

              IF ws-pol-tbl-count EQUAL ZEROES
                 DISPLAY "*** No carry-forward policy was found on ["
                         ws-LeavePol-name "]. Nothing was capped. ***"
              ELSE
                 PERFORM Load-Waiting-Bonuses

                 IF sw-bonus-overflow-Y
                    DISPLAY "*** The bonus input file holds more "
                            "than [" cte-bonus-tbl-max "] entries. "
                            "Nothing was capped. ***"
                 ELSE
                    PERFORM Apply-Year-End-Cap
                 END-IF
              END-IF
           END-IF.

       Load-Leave-Policy.
           MOVE ZEROES TO ws-pol-tbl-count
           MOVE 'N'    TO ws-eof-LeavePol

           OPEN INPUT LeavePol

           IF fs-LeavePol EQUAL "00"
              PERFORM Read-One-Leave-Policy
                UNTIL sw-eof-LeavePol-Y
           END-IF

           CLOSE LeavePol.

       Read-One-Leave-Policy.
           READ LeavePol RECORD
             AT END
                SET sw-eof-LeavePol-Y TO TRUE

            NOT AT END
                IF ws-pol-tbl-count LESS cte-pol-tbl-max
                   ADD cte-01 TO ws-pol-tbl-count
                   MOVE leavepol-rec-cat
                     TO ws-pol-cat    (ws-pol-tbl-count)
                   MOVE leavepol-rec-cap
                     TO ws-pol-cap    (ws-pol-tbl-count)
                   MOVE FUNCTION UPPER-CASE(leavepol-rec-excess)
                     TO ws-pol-excess (ws-pol-tbl-count)
                ELSE
                   DISPLAY "*** WARNING: the policy table is full at ["
                           cte-pol-tbl-max "] categories. Category ["
                           leavepol-rec-cat "] is not capped. ***"
                END-IF
           END-READ.

       Load-Waiting-Bonuses.
           MOVE ZEROES TO ws-bonus-tbl-count
           MOVE 'N'    TO ws-eof-BonusFile
                          ws-bonus-overflow-sw

           OPEN INPUT BonusFile

           IF fs-BonusFile EQUAL "00"
              PERFORM Read-One-Waiting-Bonus
                UNTIL sw-eof-BonusFile-Y
           END-IF

           CLOSE BonusFile.

       Read-One-Waiting-Bonus.
           READ BonusFile RECORD
             AT END
                SET sw-eof-BonusFile-Y TO TRUE

            NOT AT END
                IF ws-bonus-tbl-count LESS cte-bonus-tbl-max
                   ADD cte-01 TO ws-bonus-tbl-count
                   MOVE bonus-rec-code
                     TO ws-bonus-code   (ws-bonus-tbl-count)
                   MOVE bonus-rec-amount
                     TO ws-bonus-amount (ws-bonus-tbl-count)
                ELSE
                   SET sw-bonus-overflow-Y TO TRUE
                   SET sw-eof-BonusFile-Y  TO TRUE
                END-IF
           END-READ.

       Apply-Year-End-Cap.
           MOVE ZEROES TO ws-ye-capped
                          ws-ye-encash-count
                          ws-ye-encash-total
                          ws-ye-forfeit-count
           MOVE 'N'    TO ws-ye-stmt-sw
                          ws-ye-fft-sw

           OPEN EXTEND LeaveStmt

           IF fs-LeaveStmt EQUAL "00" OR fs-LeaveStmt EQUAL "05"
              SET sw-ye-stmt-open-Y TO TRUE
           ELSE
              DISPLAY "*** WARNING: the leave statement file could "
                      "not be opened. No statements are printed. ***"
           END-IF

           OPEN EXTEND LeaveFft

           IF fs-LeaveFft EQUAL "00" OR fs-LeaveFft EQUAL "05"
              SET sw-ye-fft-open-Y TO TRUE
           ELSE
              DISPLAY "*** WARNING: the forfeiture file could not be "
                      "opened. Forfeited days leave no record. ***"
           END-IF

           PERFORM Cap-One-Ledger-Entry
           VARYING ws-leave-sub FROM 1 BY 1
             UNTIL ws-leave-sub GREATER ws-leave-tbl-count

           IF sw-ye-stmt-open-Y
              CLOSE LeaveStmt
           END-IF

           IF sw-ye-fft-open-Y
              CLOSE LeaveFft
           END-IF

           IF ws-ye-capped GREATER ZEROES
              PERFORM Rewrite-Leave-Ledger
           END-IF

           IF ws-ye-encash-count GREATER ZEROES
              PERFORM Rewrite-Bonus-File
           END-IF

           DISPLAY "Year-end [" ws-ye-year "]: balances capped ["
                   ws-ye-capped "], encashed [" ws-ye-encash-count
                   "] for [" ws-ye-encash-total "], forfeited ["
                   ws-ye-forfeit-count "].".

       Cap-One-Ledger-Entry.
           MOVE ws-lv-code (ws-leave-sub) TO ws-cap-code
                                             f-IdxFile-rec-cod-employee
           MOVE ws-lv-annual-bal (ws-leave-sub) TO ws-ye-opening
           MOVE ZEROES TO ws-ye-encashed
                          ws-ye-forfeited
                          ws-ye-amount

           PERFORM Validate-Employee

           IF sw-employee-valid-Y
              MOVE f-IdxFile-rec-cod-cat-employee TO ws-ye-cat

              PERFORM Find-Leave-Policy

              IF  ws-pol-found-sub GREATER ZEROES
              AND ws-ye-opening GREATER ws-ye-cap
                  COMPUTE ws-ye-excess = ws-ye-opening - ws-ye-cap
                  MOVE ws-ye-cap TO ws-lv-annual-bal (ws-leave-sub)
                  ADD cte-01 TO ws-ye-capped

                  IF sw-ye-excess-encash
                     PERFORM Encash-Excess-Days
                  ELSE
                     PERFORM Forfeit-Excess-Days
                  END-IF
              END-IF

              IF sw-ye-stmt-open-Y
                 PERFORM Write-Year-End-Statement
              END-IF
           END-IF.

       Find-Leave-Policy.
           MOVE ZEROES TO ws-pol-found-sub
                          ws-ye-cap
           MOVE SPACE  TO ws-ye-excess-sw

           PERFORM Match-Leave-Policy
           VARYING ws-pol-sub FROM 1 BY 1
             UNTIL ws-pol-sub GREATER ws-pol-tbl-count
                OR ws-pol-found-sub GREATER ZEROES.

       Match-Leave-Policy.
           IF ws-pol-cat (ws-pol-sub) EQUAL ws-ye-cat
              MOVE ws-pol-sub             TO ws-pol-found-sub
              MOVE ws-pol-cap    (ws-pol-sub) TO ws-ye-cap
              MOVE ws-pol-excess (ws-pol-sub) TO ws-ye-excess-sw
           END-IF.

       Encash-Excess-Days.
           MOVE ws-ye-excess TO ws-ye-encashed

           COMPUTE ws-ye-daily-rate ROUNDED =
                   f-IdxFile-rec-salary-employee / 30
           COMPUTE ws-ye-amount ROUNDED =
                   ws-ye-daily-rate * ws-ye-encashed

           MOVE ZEROES TO ws-bonus-found-sub

           PERFORM Match-Bonus-Entry
           VARYING ws-bonus-sub FROM 1 BY 1
             UNTIL ws-bonus-sub GREATER ws-bonus-tbl-count
                OR ws-bonus-found-sub GREATER ZEROES

           IF  ws-bonus-found-sub EQUAL ZEROES
           AND ws-bonus-tbl-count LESS cte-bonus-tbl-max
               ADD cte-01 TO ws-bonus-tbl-count
               MOVE ws-bonus-tbl-count TO ws-bonus-found-sub
               MOVE ws-cap-code
                 TO ws-bonus-code   (ws-bonus-found-sub)
               MOVE ZEROES
                 TO ws-bonus-amount (ws-bonus-found-sub)
           END-IF

           IF ws-bonus-found-sub GREATER ZEROES
              ADD ws-ye-amount TO ws-bonus-amount (ws-bonus-found-sub)
              ADD cte-01       TO ws-ye-encash-count
              ADD ws-ye-amount TO ws-ye-encash-total
           ELSE
              DISPLAY "*** WARNING: the bonus table is full. ["
                      ws-cap-code "] encashment of [" ws-ye-amount
                      "] must be paid by hand. ***"
           END-IF.

       Match-Bonus-Entry.
           IF ws-bonus-code (ws-bonus-sub) EQUAL ws-cap-code
              MOVE ws-bonus-sub TO ws-bonus-found-sub
           END-IF.

       Forfeit-Excess-Days.
           MOVE ws-ye-excess TO ws-ye-forfeited
           ADD cte-01 TO ws-ye-forfeit-count

           IF sw-ye-fft-open-Y
              MOVE ws-cap-code     TO leavefft-rec-code
              MOVE ws-ye-year      TO leavefft-rec-year
              MOVE ws-ye-cat       TO leavefft-rec-cat
              MOVE ws-ye-forfeited TO leavefft-rec-days
              MOVE ws-today        TO leavefft-rec-date

              WRITE leavefft-rec
           END-IF.

       Write-Year-End-Statement.
           MOVE ws-ye-opening   TO ws-ye-opening-ed
           MOVE ws-ye-encashed  TO ws-ye-encashed-ed
           MOVE ws-ye-forfeited TO ws-ye-forfeited-ed
           MOVE ws-lv-annual-bal (ws-leave-sub) TO ws-ye-carried-ed

           MOVE SPACES TO f-LeaveStmt-rec
           STRING "LEAVE YEAR-END " ws-ye-year " - EMPLOYEE ["
                  ws-cap-code "] [" f-IdxFile-rec-name-employee "]"
                  DELIMITED BY SIZE
             INTO f-LeaveStmt-rec
           WRITE f-LeaveStmt-rec

           MOVE SPACES TO f-LeaveStmt-rec
           STRING "OPENING [" ws-ye-opening-ed "] ENCASHED ["
                  ws-ye-encashed-ed "] FORFEITED ["
                  ws-ye-forfeited-ed "] CARRIED FORWARD ["
                  ws-ye-carried-ed "]"
                  DELIMITED BY SIZE
             INTO f-LeaveStmt-rec
           WRITE f-LeaveStmt-rec

           IF ws-ye-amount GREATER ZEROES
              MOVE SPACES TO f-LeaveStmt-rec
              STRING "ENCASHMENT PAYABLE IN THE OFF-CYCLE RUN ["
                     ws-ye-amount "]"
                     DELIMITED BY SIZE
                INTO f-LeaveStmt-rec
              WRITE f-LeaveStmt-rec
           END-IF

           MOVE SPACES TO f-LeaveStmt-rec
           WRITE f-LeaveStmt-rec.

       Rewrite-Bonus-File.
           OPEN OUTPUT BonusFile

           IF fs-BonusFile EQUAL "00" OR fs-BonusFile EQUAL "05"
              PERFORM Write-One-Bonus
              VARYING ws-bonus-sub FROM 1 BY 1
                UNTIL ws-bonus-sub GREATER ws-bonus-tbl-count

              CLOSE BonusFile
           ELSE
              CLOSE BonusFile
              DISPLAY "*** WARNING: the bonus input file could not "
                      "be written. The encashment of ["
                      ws-ye-encash-total "] was NOT posted. ***"
           END-IF.

       Write-One-Bonus.
           MOVE ws-bonus-code   (ws-bonus-sub) TO bonus-rec-code
           MOVE ws-bonus-amount (ws-bonus-sub) TO bonus-rec-amount

           WRITE bonus-rec.

       Validate-Employee.
           SET sw-employee-valid-N TO TRUE


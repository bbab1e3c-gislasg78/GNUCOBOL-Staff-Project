       IDENTIFICATION DIVISION.
       PROGRAM-ID. StatBon.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL IdxFile ASSIGN TO DISK ws-IdxFile-name
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS f-IdxFile-rec-cod-employee
                  FILE STATUS  IS fs-IdxFile.

           SELECT OPTIONAL PayHist ASSIGN TO DISK ws-PayHist-name
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS payhist-rec-key
                  ALTERNATE RECORD KEY IS payhist-rec-period
                            WITH DUPLICATES
                  FILE STATUS  IS fs-PayHist.

           SELECT OPTIONAL LeaveTakn ASSIGN TO ws-LeaveTakn-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-LeaveTakn.

           SELECT OPTIONAL BonusFile ASSIGN TO ws-BonusFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-BonusFile.

       DATA DIVISION.
       FILE SECTION.
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
               88  sw-f-IdxFile-rec-status-terminated       VALUE "T".
           03  f-IdxFile-rec-reason-employee      PIC X(20)
                                                           VALUE SPACES.
           03  f-IdxFile-rec-cod-cat-employee    PIC 9(04) VALUE ZEROES.

       FD  PayHist
           RECORD CONTAINS 120 CHARACTERS.

       01  payhist-rec.
           03  payhist-rec-key.
               05  payhist-rec-code     PIC 9(06) VALUE ZEROES.
               05  payhist-rec-period   PIC 9(06) VALUE ZEROES.
               05  payhist-rec-period-r REDEFINES payhist-rec-period.
                   07  payhist-rec-year PIC 9(04).
                   07  FILLER           PIC 9(02).
               05  payhist-rec-run-type PIC X(01) VALUE "R".
                   88  sw-payhist-rec-run-regular     VALUES "R",
                                                                SPACE.
                   88  sw-payhist-rec-run-reversed    VALUE "V".
                   88  sw-payhist-rec-run-final       VALUE "F".
               05  payhist-rec-run-seq  PIC 9(02) VALUE ZEROES.
           03  payhist-rec-basic        PIC 9(06) VALUE ZEROES.
           03  payhist-rec-da           PIC 9(06) VALUE ZEROES.
           03  payhist-rec-hra          PIC 9(06) VALUE ZEROES.
           03  payhist-rec-mi           PIC 9(06) VALUE ZEROES.
           03  payhist-rec-it-ded       PIC 9(06) VALUE ZEROES.
           03  payhist-rec-oth-ded      PIC 9(06) VALUE ZEROES.
           03  payhist-rec-pf-ded       PIC 9(06) VALUE ZEROES.
           03  payhist-rec-gross        PIC 9(07) VALUE ZEROES.
           03  payhist-rec-deduction    PIC 9(07) VALUE ZEROES.
           03  payhist-rec-net          PIC 9(07) VALUE ZEROES.
           03  payhist-rec-ot-pay       PIC 9(06) VALUE ZEROES.
           03  payhist-rec-comm-pay     PIC 9(06) VALUE ZEROES.
           03  payhist-rec-retro-pay    PIC 9(06) VALUE ZEROES.
           03  payhist-rec-shift-pay    PIC 9(06) VALUE ZEROES.
           03  payhist-rec-ss-ee        PIC 9(06) VALUE ZEROES.
           03  payhist-rec-ss-er        PIC 9(06) VALUE ZEROES.
           03  payhist-rec-tp-ded       PIC 9(06) VALUE ZEROES.

       FD  LeaveTakn
           RECORD CONTAINS 15 CHARACTERS.

       01  leavetakn-rec.
           03  leavetakn-rec-code        PIC 9(06) VALUE ZEROES.
           03  leavetakn-rec-period      PIC 9(06) VALUE ZEROES.
           03  leavetakn-rec-period-r REDEFINES leavetakn-rec-period.
               05  leavetakn-rec-year    PIC 9(04).
               05  FILLER                PIC 9(02).
           03  leavetakn-rec-days        PIC 9(02)V9(01)
                                                   VALUE ZEROES.

       FD  BonusFile
           RECORD CONTAINS 12 CHARACTERS.

       01  bonus-rec.
           03  bonus-rec-code            PIC 9(06) VALUE ZEROES.
           03  bonus-rec-amount          PIC 9(06) VALUE ZEROES.

       WORKING-STORAGE SECTION.
       77  fs-IdxFile                   PIC X(02) VALUE SPACES.
       77  fs-PayHist                   PIC X(02) VALUE SPACES.
       77  fs-LeaveTakn                 PIC X(02) VALUE SPACES.
       77  fs-BonusFile                 PIC X(02) VALUE SPACES.

       77  ws-IdxFile-name              PIC X(12) VALUE SPACES.
       77  ws-PayHist-name              PIC X(12) VALUE "PayHist".
       77  ws-LeaveTakn-name            PIC X(12) VALUE "LeaveTakn".
       77  ws-BonusFile-name            PIC X(12) VALUE "BonusFile".

       77  ws-eof-IdxFile               PIC X(01) VALUE 'N'.
           88  sw-eof-IdxFile-Y                   VALUE 'Y'.
       77  ws-eof-PayHist               PIC X(01) VALUE 'N'.
           88  sw-eof-PayHist-Y                   VALUE 'Y'.
       77  ws-eof-LeaveTakn             PIC X(01) VALUE 'N'.
           88  sw-eof-LeaveTakn-Y                 VALUE 'Y'.
       77  ws-eof-BonusFile             PIC X(01) VALUE 'N'.
           88  sw-eof-BonusFile-Y                 VALUE 'Y'.

       78  cte-01                                 VALUE 01.
       78  cte-leave-tbl-max                      VALUE 500.
       78  cte-hist-tbl-max                       VALUE 2000.
       78  cte-bonus-tbl-max                      VALUE 500.

       01  ws-run-fields.
           03  ws-bonus-year            PIC 9(04) VALUE ZEROES.
           03  ws-bonus-days            PIC 9(03) VALUE ZEROES.
           03  ws-year-start            PIC 9(08) VALUE ZEROES.
           03  ws-year-end              PIC 9(08) VALUE ZEROES.
           03  ws-year-days             PIC 9(03) VALUE ZEROES.

       01  ws-employee-fields.
           03  ws-svc-start             PIC 9(08) VALUE ZEROES.
           03  ws-svc-end               PIC 9(08) VALUE ZEROES.
           03  ws-next-month            PIC 9(08) VALUE ZEROES.
           03  ws-next-month-r REDEFINES ws-next-month.
               05  ws-next-month-year   PIC 9(04).
               05  ws-next-month-month  PIC 9(02).
               05  ws-next-month-day    PIC 9(02).
           03  ws-svc-days              PIC S9(04)V9(01)
                                                  VALUE ZEROES.
           03  ws-unpaid-days           PIC 9(04)V9(01)
                                                  VALUE ZEROES.
           03  ws-daily-rate            PIC 9(06)V9(02)
                                                  VALUE ZEROES.
           03  ws-entitlement           PIC 9(06) VALUE ZEROES.
           03  ws-found-sub             PIC 9(04) VALUE ZEROES.

       01  ws-leave-table-controls.
           03  ws-leave-tbl-count       PIC 9(04) VALUE ZEROES.
           03  ws-leave-sub             PIC 9(04) VALUE ZEROES.

       01  ws-leave-table.
           03  ws-leave-entry OCCURS cte-leave-tbl-max TIMES.
               05  ws-leave-code        PIC 9(06).
               05  ws-leave-days        PIC 9(04)V9(01).

       01  ws-hist-table-controls.
           03  ws-hist-tbl-count        PIC 9(04) VALUE ZEROES.
           03  ws-hist-sub              PIC 9(04) VALUE ZEROES.

       01  ws-hist-table.
           03  ws-hist-entry OCCURS cte-hist-tbl-max TIMES.
               05  ws-hist-code         PIC 9(06).
               05  ws-hist-last-period  PIC 9(06).
               05  ws-hist-final-sw     PIC X(01).
                   88  sw-hist-final-Y            VALUE 'Y'.

       01  ws-bonus-table-controls.
           03  ws-bonus-tbl-count       PIC 9(04) VALUE ZEROES.
           03  ws-bonus-sub             PIC 9(04) VALUE ZEROES.
           03  ws-bonus-waiting         PIC 9(04) VALUE ZEROES.

       01  ws-bonus-table.
           03  ws-bonus-entry OCCURS cte-bonus-tbl-max TIMES.
               05  ws-bonus-code        PIC 9(06).
               05  ws-bonus-amount      PIC 9(06).

       01  ws-register-totals.
           03  ws-reg-read              PIC 9(06) VALUE ZEROES.
           03  ws-reg-entitled          PIC 9(06) VALUE ZEROES.
           03  ws-reg-settled           PIC 9(06) VALUE ZEROES.
           03  ws-reg-not-employed      PIC 9(06) VALUE ZEROES.
           03  ws-reg-no-room           PIC 9(06) VALUE ZEROES.
           03  ws-reg-amount            PIC 9(09) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "Statutory annual bonus entitlement run."

           DISPLAY "Employee index file        : "
              WITH NO ADVANCING
           ACCEPT ws-IdxFile-name

           DISPLAY "Bonus year (CCYY)          : "
              WITH NO ADVANCING
           ACCEPT ws-bonus-year

           DISPLAY "Bonus days' pay  (e.g. 030): "
              WITH NO ADVANCING
           ACCEPT ws-bonus-days

           IF ws-IdxFile-name EQUAL SPACES
           OR ws-bonus-year EQUAL ZEROES
              DISPLAY "The file and bonus year are both needed. "
                      "Nothing calculated."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF ws-bonus-days EQUAL ZEROES
              MOVE 030 TO ws-bonus-days
           END-IF

           COMPUTE ws-year-start = ws-bonus-year * 10000 + 0101
           COMPUTE ws-year-end   = ws-bonus-year * 10000 + 1231
           COMPUTE ws-year-days  =
                   INTEGER-OF-DATE(ws-year-end)
                 - INTEGER-OF-DATE(ws-year-start) + 1

           PERFORM Load-Unpaid-Leave
             THRU Load-Unpaid-Leave-Exit

           PERFORM Load-Year-History
             THRU Load-Year-History-Exit

           PERFORM Load-Waiting-Bonuses
             THRU Load-Waiting-Bonuses-Exit

           OPEN INPUT IdxFile

           IF fs-IdxFile NOT EQUAL "00"
              CLOSE IdxFile
              DISPLAY "*** The employee index file could not be "
                      "opened. Nothing calculated. ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           DISPLAY SPACE
           DISPLAY "+===+====+===+====+===+====+===+====+===+"
           DISPLAY "|  Statutory bonus register [" ws-bonus-year
                   "].           |"
           DISPLAY "+===+====+===+====+===+====+===+====+===+"

           PERFORM Compute-One-Entitlement
             THRU Compute-One-Entitlement-Exit
             UNTIL sw-eof-IdxFile-Y

           CLOSE IdxFile

           PERFORM Write-Bonus-File
             THRU Write-Bonus-File-Exit

           DISPLAY SPACE
           DISPLAY "Employees read               : [" ws-reg-read "]."
           DISPLAY "Entitled this year           : ["
                   ws-reg-entitled "]."
           DISPLAY "Excluded, paid in settlement : ["
                   ws-reg-settled "]."
           DISPLAY "Not employed in the year     : ["
                   ws-reg-not-employed "]."
           DISPLAY "Total statutory bonus        : ["
                   ws-reg-amount "]."

           IF ws-reg-no-room GREATER ZEROES
              DISPLAY "*** [" ws-reg-no-room "] entitlements did not "
                      "fit the bonus file and were NOT written. ***"
              MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       Load-Unpaid-Leave.
           MOVE ZEROES TO ws-leave-tbl-count
           MOVE 'N'    TO ws-eof-LeaveTakn

           OPEN INPUT LeaveTakn

           IF fs-LeaveTakn NOT EQUAL "00"
              CLOSE LeaveTakn
              DISPLAY "No unpaid-leave file was found: full service "
                      "is assumed."
              GO TO Load-Unpaid-Leave-Exit
           END-IF

           PERFORM Read-One-Unpaid-Leave
             UNTIL sw-eof-LeaveTakn-Y

           CLOSE LeaveTakn.
       Load-Unpaid-Leave-Exit.
           EXIT.

       Read-One-Unpaid-Leave.
           READ LeaveTakn RECORD
             AT END
                SET sw-eof-LeaveTakn-Y TO TRUE

            NOT AT END
                IF  leavetakn-rec-year EQUAL ws-bonus-year
                AND leavetakn-rec-days GREATER ZEROES
                    PERFORM Post-One-Unpaid-Leave
                END-IF
           END-READ.

       Post-One-Unpaid-Leave.
           MOVE ZEROES TO ws-found-sub

           PERFORM Match-Leave-Entry
           VARYING ws-leave-sub FROM 1 BY 1
             UNTIL ws-leave-sub GREATER ws-leave-tbl-count
                OR ws-found-sub GREATER ZEROES

           IF ws-found-sub GREATER ZEROES
              ADD leavetakn-rec-days TO ws-leave-days (ws-found-sub)
           ELSE
              IF ws-leave-tbl-count LESS cte-leave-tbl-max
                 ADD cte-01 TO ws-leave-tbl-count
                 MOVE leavetakn-rec-code
                   TO ws-leave-code (ws-leave-tbl-count)
                 MOVE leavetakn-rec-days
                   TO ws-leave-days (ws-leave-tbl-count)
              ELSE
                 DISPLAY "*** WARNING: the unpaid-leave table is full "
                         "at [" cte-leave-tbl-max "] employees. "
                         "Employee [" leavetakn-rec-code "] is not "
                         "reduced. ***"
              END-IF
           END-IF.

       Match-Leave-Entry.
           IF ws-leave-code (ws-leave-sub) EQUAL leavetakn-rec-code
              MOVE ws-leave-sub TO ws-found-sub
           END-IF.

       Load-Year-History.
           MOVE ZEROES TO ws-hist-tbl-count
           MOVE 'N'    TO ws-eof-PayHist

           OPEN INPUT PayHist

           IF fs-PayHist NOT EQUAL "00"
              CLOSE PayHist
              DISPLAY "No pay history file was found: settlements "
                      "cannot be excluded."
              GO TO Load-Year-History-Exit
           END-IF

           COMPUTE payhist-rec-period = ws-bonus-year * 100 + 1

           START PayHist KEY IS NOT LESS THAN payhist-rec-period
                 INVALID KEY
                         SET sw-eof-PayHist-Y TO TRUE
           END-START

           PERFORM Read-One-History-Row
             UNTIL sw-eof-PayHist-Y

           CLOSE PayHist.
       Load-Year-History-Exit.
           EXIT.

       Read-One-History-Row.
           READ PayHist NEXT RECORD
             AT END
                SET sw-eof-PayHist-Y TO TRUE

            NOT AT END
                IF payhist-rec-year GREATER ws-bonus-year
                   SET sw-eof-PayHist-Y TO TRUE
                ELSE
                IF  payhist-rec-year EQUAL ws-bonus-year
                AND (sw-payhist-rec-run-regular
                 OR  sw-payhist-rec-run-final)
                    PERFORM Post-One-History-Row
                      THRU Post-One-History-Row-Exit
                END-IF
                END-IF
           END-READ.

       Post-One-History-Row.
           MOVE ZEROES TO ws-found-sub

           PERFORM Match-History-Entry
           VARYING ws-hist-sub FROM 1 BY 1
             UNTIL ws-hist-sub GREATER ws-hist-tbl-count
                OR ws-found-sub GREATER ZEROES

           IF ws-found-sub EQUAL ZEROES
              IF ws-hist-tbl-count LESS cte-hist-tbl-max
                 ADD cte-01 TO ws-hist-tbl-count
                 MOVE ws-hist-tbl-count TO ws-found-sub
                 MOVE payhist-rec-code
                   TO ws-hist-code        (ws-found-sub)
                 MOVE ZEROES
                   TO ws-hist-last-period (ws-found-sub)
                 MOVE 'N'
                   TO ws-hist-final-sw    (ws-found-sub)
              ELSE
                 DISPLAY "*** WARNING: the pay history table is full "
                         "at [" cte-hist-tbl-max "] employees. "
                         "Employee [" payhist-rec-code "] is "
                         "treated as employed all year. ***"
                 GO TO Post-One-History-Row-Exit
              END-IF
           END-IF

           IF payhist-rec-period GREATER
              ws-hist-last-period (ws-found-sub)
              MOVE payhist-rec-period
                TO ws-hist-last-period (ws-found-sub)
           END-IF

           IF sw-payhist-rec-run-final
              MOVE 'Y' TO ws-hist-final-sw (ws-found-sub)
           END-IF.
       Post-One-History-Row-Exit.
           EXIT.

       Match-History-Entry.
           IF ws-hist-code (ws-hist-sub) EQUAL payhist-rec-code
              MOVE ws-hist-sub TO ws-found-sub
           END-IF.

       Load-Waiting-Bonuses.
           MOVE ZEROES TO ws-bonus-tbl-count
                          ws-bonus-waiting
           MOVE 'N'    TO ws-eof-BonusFile

           OPEN INPUT BonusFile

           IF fs-BonusFile NOT EQUAL "00"
              CLOSE BonusFile
              GO TO Load-Waiting-Bonuses-Exit
           END-IF

           PERFORM Read-One-Waiting-Bonus
             UNTIL sw-eof-BonusFile-Y

           CLOSE BonusFile

           MOVE ws-bonus-tbl-count TO ws-bonus-waiting

           IF ws-bonus-waiting GREATER ZEROES
              DISPLAY "The bonus input file already holds ["
                      ws-bonus-waiting "] entries for the next "
                      "supplemental run. The statutory bonus is "
                      "added to them."
           END-IF.
       Load-Waiting-Bonuses-Exit.
           EXIT.

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
                   DISPLAY "*** The bonus input file holds more than ["
                           cte-bonus-tbl-max "] entries. Nothing "
                           "calculated. ***"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
                END-IF
           END-READ.

       Compute-One-Entitlement.
           READ IdxFile NEXT RECORD
             AT END
                SET sw-eof-IdxFile-Y TO TRUE
                GO TO Compute-One-Entitlement-Exit
           END-READ

           ADD cte-01 TO ws-reg-read

           MOVE ZEROES TO ws-found-sub

           PERFORM Find-Employee-History
           VARYING ws-hist-sub FROM 1 BY 1
             UNTIL ws-hist-sub GREATER ws-hist-tbl-count
                OR ws-found-sub GREATER ZEROES

           IF ws-found-sub GREATER ZEROES
              IF sw-hist-final-Y (ws-found-sub)
                 ADD cte-01 TO ws-reg-settled
                 DISPLAY "[" f-IdxFile-rec-cod-employee "] ["
                         f-IdxFile-rec-name-employee "] excluded: "
                         "settled in full by the final "
                         "settlement."
                 GO TO Compute-One-Entitlement-Exit
              END-IF
           END-IF

           MOVE f-IdxFile-rec-hire-date-employee TO ws-svc-start

           IF ws-svc-start LESS ws-year-start
              MOVE ws-year-start TO ws-svc-start
           END-IF

           MOVE ws-year-end TO ws-svc-end

           IF sw-f-IdxFile-rec-status-terminated
              IF ws-found-sub EQUAL ZEROES
                 MOVE ZEROES TO ws-svc-end
              ELSE
                 PERFORM Find-Last-Paid-Day
              END-IF
           END-IF

           IF ws-svc-start GREATER ws-year-end
           OR ws-svc-end EQUAL ZEROES
           OR ws-svc-end LESS ws-svc-start
              ADD cte-01 TO ws-reg-not-employed
              GO TO Compute-One-Entitlement-Exit
           END-IF

           MOVE ZEROES TO ws-unpaid-days
                          ws-found-sub

           PERFORM Find-Employee-Leave
           VARYING ws-leave-sub FROM 1 BY 1
             UNTIL ws-leave-sub GREATER ws-leave-tbl-count
                OR ws-found-sub GREATER ZEROES

           COMPUTE ws-svc-days =
                   INTEGER-OF-DATE(ws-svc-end)
                 - INTEGER-OF-DATE(ws-svc-start) + 1
                 - ws-unpaid-days

           IF ws-svc-days NOT GREATER ZEROES
              ADD cte-01 TO ws-reg-not-employed
              GO TO Compute-One-Entitlement-Exit
           END-IF

           COMPUTE ws-daily-rate ROUNDED =
                   f-IdxFile-rec-salary-employee / 30

           COMPUTE ws-entitlement ROUNDED =
                   ws-daily-rate * ws-bonus-days
                 * ws-svc-days / ws-year-days

           IF ws-entitlement EQUAL ZEROES
              GO TO Compute-One-Entitlement-Exit
           END-IF

           PERFORM Post-Entitlement
             THRU Post-Entitlement-Exit.
       Compute-One-Entitlement-Exit.
           EXIT.

       Find-Employee-History.
           IF ws-hist-code (ws-hist-sub) EQUAL
              f-IdxFile-rec-cod-employee
              MOVE ws-hist-sub TO ws-found-sub
           END-IF.

       Find-Employee-Leave.
           IF ws-leave-code (ws-leave-sub) EQUAL
              f-IdxFile-rec-cod-employee
              MOVE ws-leave-sub TO ws-found-sub
              MOVE ws-leave-days (ws-leave-sub) TO ws-unpaid-days
           END-IF.

       Find-Last-Paid-Day.
           COMPUTE ws-next-month =
                   ws-hist-last-period (ws-found-sub) * 100 + 1

           IF ws-next-month-month EQUAL 12
              MOVE ws-year-end TO ws-svc-end
           ELSE
              ADD cte-01 TO ws-next-month-month
              COMPUTE ws-svc-end =
                      DATE-OF-INTEGER(INTEGER-OF-DATE(ws-next-month)
                                      - 1)
           END-IF.

       Post-Entitlement.
           MOVE ZEROES TO ws-found-sub

           PERFORM Match-Bonus-Entry
           VARYING ws-bonus-sub FROM 1 BY 1
             UNTIL ws-bonus-sub GREATER ws-bonus-tbl-count
                OR ws-found-sub GREATER ZEROES

           IF ws-found-sub EQUAL ZEROES
              IF ws-bonus-tbl-count LESS cte-bonus-tbl-max
                 ADD cte-01 TO ws-bonus-tbl-count
                 MOVE ws-bonus-tbl-count TO ws-found-sub
                 MOVE f-IdxFile-rec-cod-employee
                   TO ws-bonus-code   (ws-found-sub)
                 MOVE ZEROES
                   TO ws-bonus-amount (ws-found-sub)
              ELSE
                 ADD cte-01 TO ws-reg-no-room
                 DISPLAY "*** [" f-IdxFile-rec-cod-employee "] "
                         "entitlement [" ws-entitlement "] NOT "
                         "written: the bonus file is full. ***"
                 GO TO Post-Entitlement-Exit
              END-IF
           END-IF

           ADD ws-entitlement TO ws-bonus-amount (ws-found-sub)

           ADD cte-01         TO ws-reg-entitled
           ADD ws-entitlement TO ws-reg-amount

           DISPLAY "[" f-IdxFile-rec-cod-employee "] ["
                   f-IdxFile-rec-name-employee "] service ["
                   ws-svc-start "]-[" ws-svc-end "] unpaid ["
                   ws-unpaid-days "] days [" ws-svc-days
                   "] daily [" ws-daily-rate "] bonus ["
                   ws-entitlement "].".
       Post-Entitlement-Exit.
           EXIT.

       Match-Bonus-Entry.
           IF ws-bonus-code (ws-bonus-sub) EQUAL
              f-IdxFile-rec-cod-employee
              MOVE ws-bonus-sub TO ws-found-sub
           END-IF.

       Write-Bonus-File.
           IF ws-reg-entitled EQUAL ZEROES
              DISPLAY "No statutory bonus is due. The bonus input "
                      "file is left as it was."
              GO TO Write-Bonus-File-Exit
           END-IF

           OPEN OUTPUT BonusFile

           IF fs-BonusFile NOT EQUAL "00" AND
              fs-BonusFile NOT EQUAL "05"
              CLOSE BonusFile
              DISPLAY "*** The bonus input file could not be "
                      "written. Nothing was posted. ***"
              MOVE 16 TO RETURN-CODE
              GO TO Write-Bonus-File-Exit
           END-IF

           PERFORM Write-One-Bonus
           VARYING ws-bonus-sub FROM 1 BY 1
             UNTIL ws-bonus-sub GREATER ws-bonus-tbl-count

           CLOSE BonusFile

           DISPLAY "The bonus input file [" ws-BonusFile-name
                   "] now holds [" ws-bonus-tbl-count "] entries "
                   "for the supplemental run.".
       Write-Bonus-File-Exit.
           EXIT.

       Write-One-Bonus.
           MOVE ws-bonus-code   (ws-bonus-sub) TO bonus-rec-code
           MOVE ws-bonus-amount (ws-bonus-sub) TO bonus-rec-amount

           WRITE bonus-rec.

       END PROGRAM StatBon.

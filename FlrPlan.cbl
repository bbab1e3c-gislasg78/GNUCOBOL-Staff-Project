       IDENTIFICATION DIVISION.
       PROGRAM-ID. FlrPlan.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VehFile ASSIGN TO ws-VehFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-VehFile.

           SELECT OPTIONAL FlrRate ASSIGN TO ws-FlrRate-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-FlrRate.

           SELECT OPTIONAL FloorAcc ASSIGN TO ws-FloorAcc-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-FloorAcc.

       DATA DIVISION.
       FILE SECTION.
       FD  VehFile
           RECORD CONTAINS 49 CHARACTERS.

       01  veh-rec.
           03  veh-rec-stock             PIC X(08) VALUE SPACES.
           03  veh-rec-model             PIC X(15) VALUE SPACES.
           03  veh-rec-acq-date          PIC 9(08) VALUE ZEROES.
           03  veh-rec-acq-cost          PIC 9(07)V9(02)
                                                   VALUE ZEROES.
           03  veh-rec-status            PIC X(01) VALUE "L".
               88  sw-veh-rec-on-lot              VALUE "L".
               88  sw-veh-rec-sold                VALUE "S".
               88  sw-veh-rec-transferred         VALUE "T".
           03  veh-rec-sold-date         PIC 9(08) VALUE ZEROES.

       FD  FlrRate
           RECORD CONTAINS 14 CHARACTERS.

       01  flrrate-rec.
           03  flrrate-rec-eff-date      PIC 9(08) VALUE ZEROES.
           03  flrrate-rec-eff-date-r REDEFINES flrrate-rec-eff-date.
               05  flrrate-rec-eff-year  PIC 9(04).
               05  flrrate-rec-eff-month PIC 9(02).
               05  flrrate-rec-eff-day   PIC 9(02).
           03  flrrate-rec-annual-rate   PIC 9(02)V9(04)
                                                   VALUE ZEROES.

       FD  FloorAcc
           RECORD CONTAINS 31 CHARACTERS.

       01  flooracc-rec.
           03  flooracc-rec-stock        PIC X(08) VALUE SPACES.
           03  flooracc-rec-accrued-to   PIC 9(08) VALUE ZEROES.
           03  flooracc-rec-days         PIC 9(05) VALUE ZEROES.
           03  flooracc-rec-interest     PIC 9(07)V9(02)
                                                   VALUE ZEROES.
           03  flooracc-rec-status       PIC X(01) VALUE SPACE.

       WORKING-STORAGE SECTION.
       77  fs-VehFile                   PIC X(02) VALUE SPACES.
       77  fs-FlrRate                   PIC X(02) VALUE SPACES.
       77  fs-FloorAcc                  PIC X(02) VALUE SPACES.

       77  ws-VehFile-name              PIC X(12) VALUE "VehFile".
       77  ws-FlrRate-name              PIC X(12) VALUE "FlrRate".
       77  ws-FloorAcc-name             PIC X(12) VALUE "FloorAcc".

       77  ws-eof-VehFile               PIC X(01) VALUE 'N'.
           88  sw-eof-VehFile-Y                   VALUE 'Y'.
       77  ws-eof-FlrRate               PIC X(01) VALUE 'N'.
           88  sw-eof-FlrRate-Y                   VALUE 'Y'.

       78  cte-01                                 VALUE 01.
       78  cte-veh-tbl-max                        VALUE 500.
       78  cte-rate-tbl-max                       VALUE 50.

       01  ws-menu-controls.
           03  ws-menu-option           PIC 9(01) VALUE ZERO.
               88  sw-menu-option-rate            VALUE 1.
               88  sw-menu-option-accrue          VALUE 2.
               88  sw-menu-option-exit            VALUE 3.

       01  ws-capture-fields.
           03  ws-cap-eff-date.
               05  ws-cap-eff-year      PIC 9(04) VALUE ZEROES.
               05  ws-cap-eff-month     PIC 9(02) VALUE ZEROES.
               05  ws-cap-eff-day       PIC 9(02) VALUE ZEROES.
           03  ws-cap-annual-rate       PIC 9(02)V9(04)
                                                  VALUE ZEROES.
           03  ws-cap-date-valid-sw     PIC X(01) VALUE 'N'.
               88  sw-cap-date-valid-Y            VALUE 'Y'.
               88  sw-cap-date-valid-N            VALUE 'N'.

       01  ws-period-fields.
           03  ws-run-period            PIC 9(06) VALUE ZEROES.
           03  ws-run-period-r      REDEFINES ws-run-period.
               05  ws-run-year          PIC 9(04).
               05  ws-run-month         PIC 9(02).
           03  ws-month-start           PIC 9(08) VALUE ZEROES.
           03  ws-next-month-start      PIC 9(08) VALUE ZEROES.
           03  ws-next-month-start-r REDEFINES ws-next-month-start.
               05  ws-next-year         PIC 9(04).
               05  ws-next-month        PIC 9(02).
               05  ws-next-day          PIC 9(02).
           03  ws-month-end             PIC 9(08) VALUE ZEROES.
           03  ws-month-start-int       PIC 9(07) VALUE ZEROES.
           03  ws-month-end-int         PIC 9(07) VALUE ZEROES.
           03  ws-prior-end-int         PIC 9(07) VALUE ZEROES.

       01  ws-stock-controls.
           03  ws-veh-overflow-sw       PIC X(01) VALUE 'N'.
               88  sw-veh-overflow-Y              VALUE 'Y'.
           03  ws-veh-tbl-count         PIC 9(03) VALUE ZEROES.
           03  ws-veh-sub               PIC 9(03) VALUE ZEROES.

       01  ws-stock-table.
           03  ws-veh-entry OCCURS cte-veh-tbl-max TIMES.
               05  ws-veh-stock         PIC X(08).
               05  ws-veh-model         PIC X(15).
               05  ws-veh-acq-date      PIC 9(08).
               05  ws-veh-acq-cost      PIC 9(07)V9(02).
               05  ws-veh-status        PIC X(01).
               05  ws-veh-sold-date     PIC 9(08).

       01  ws-rate-controls.
           03  ws-rate-tbl-count        PIC 9(02) VALUE ZEROES.
           03  ws-rate-sub              PIC 9(02) VALUE ZEROES.
           03  ws-rate-out-of-order     PIC 9(02) VALUE ZEROES.

       01  ws-rate-table.
           03  ws-rate-entry OCCURS cte-rate-tbl-max TIMES.
               05  ws-rate-eff-date     PIC 9(08).
               05  ws-rate-from-int     PIC 9(07).
               05  ws-rate-annual       PIC 9(02)V9(04).

       01  ws-accrual-fields.
           03  ws-acc-start-int         PIC 9(07) VALUE ZEROES.
           03  ws-acc-end-int           PIC 9(07) VALUE ZEROES.
           03  ws-acc-cost              PIC 9(07)V9(02)
                                                  VALUE ZEROES.
           03  ws-acc-interest          PIC 9(07)V9(04)
                                                  VALUE ZEROES.
           03  ws-acc-uncovered-days    PIC 9(05) VALUE ZEROES.
           03  ws-band-from-int         PIC 9(07) VALUE ZEROES.
           03  ws-band-to-int           PIC 9(07) VALUE ZEROES.
           03  ws-band-days             PIC S9(07) VALUE ZEROES.
           03  ws-unit-end-int          PIC 9(07) VALUE ZEROES.
           03  ws-unit-end-date         PIC 9(08) VALUE ZEROES.
           03  ws-unit-days             PIC 9(05) VALUE ZEROES.
           03  ws-unit-to-date          PIC 9(07)V9(02)
                                                  VALUE ZEROES.
           03  ws-unit-to-prior         PIC 9(07)V9(02)
                                                  VALUE ZEROES.
           03  ws-unit-this-month       PIC 9(07)V9(02)
                                                  VALUE ZEROES.
           03  ws-unit-payoff           PIC 9(08)V9(02)
                                                  VALUE ZEROES.

       01  ws-accrual-counters.
           03  ws-units-on-lot          PIC 9(05) VALUE ZEROES.
           03  ws-units-sold-month      PIC 9(05) VALUE ZEROES.
           03  ws-units-no-sold-date    PIC 9(05) VALUE ZEROES.
           03  ws-units-uncovered       PIC 9(05) VALUE ZEROES.
           03  ws-accruals-written      PIC 9(05) VALUE ZEROES.
           03  ws-lot-month-interest    PIC 9(09)V9(02)
                                                  VALUE ZEROES.
           03  ws-lot-cum-interest      PIC 9(09)V9(02)
                                                  VALUE ZEROES.
           03  ws-lot-principal         PIC 9(09)V9(02)
                                                  VALUE ZEROES.
           03  ws-pay-principal         PIC 9(09)V9(02)
                                                  VALUE ZEROES.
           03  ws-pay-interest          PIC 9(09)V9(02)
                                                  VALUE ZEROES.
           03  ws-pay-total             PIC 9(09)V9(02)
                                                  VALUE ZEROES.

       01  ws-fmtmny-fields.
           03  ws-fmtmny-amount         PIC S9(11)V9(02)
                                        SIGN IS LEADING
                                        SEPARATE CHARACTER
                                                  VALUE ZEROES.
           03  ws-fmtmny-formatted      PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "Floorplan interest on the vehicle stock."

           PERFORM Process-Menu
             UNTIL sw-menu-option-exit

           STOP RUN.

       Process-Menu.
           DISPLAY SPACE
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "|       Floorplan Interest.         |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "| [1]. Record a floorplan rate.     |"
           DISPLAY "| [2]. Month-end accrual & payoff.  |"
           DISPLAY "| [3]. Exit this program.           |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "Enter your own choice: " WITH NO ADVANCING
           ACCEPT ws-menu-option

           EVALUATE TRUE
               WHEN sw-menu-option-rate
                    PERFORM Record-Floorplan-Rate
                      THRU Record-Floorplan-Rate-Exit

               WHEN sw-menu-option-accrue
                    PERFORM Run-Month-End-Accrual
                      THRU Run-Month-End-Accrual-Exit

               WHEN sw-menu-option-exit
                    DISPLAY "Leaving this program..."

               WHEN OTHER
                    DISPLAY "Unrecognized option. Please try again!"
           END-EVALUATE.

       Record-Floorplan-Rate.
           DISPLAY "Effective date (CCYYMMDD)   : "
              WITH NO ADVANCING
           ACCEPT ws-cap-eff-date

           DISPLAY "Annual rate percent         : "
              WITH NO ADVANCING
           ACCEPT ws-cap-annual-rate

           MOVE 'N' TO ws-cap-date-valid-sw
           CALL "Val_Date" USING ws-cap-eff-year
                                 ws-cap-eff-month
                                 ws-cap-eff-day
                                 ws-cap-date-valid-sw

           IF sw-cap-date-valid-N
              DISPLAY "The effective date [" ws-cap-eff-date
                      "] is not a valid calendar date. Nothing "
                      "recorded."
              GO TO Record-Floorplan-Rate-Exit
           END-IF

           PERFORM Load-Rate-Table
             THRU Load-Rate-Table-Exit

           IF ws-rate-tbl-count GREATER ZEROES
              IF ws-cap-eff-date NOT GREATER
                 ws-rate-eff-date (ws-rate-tbl-count)
                 DISPLAY "The effective date must be later than the "
                         "last rate on file ["
                         ws-rate-eff-date (ws-rate-tbl-count)
                         "]. Nothing recorded."
                 GO TO Record-Floorplan-Rate-Exit
              END-IF
           END-IF

           OPEN EXTEND FlrRate

           IF fs-FlrRate EQUAL "00" OR fs-FlrRate EQUAL "05"
              MOVE ws-cap-eff-date    TO flrrate-rec-eff-date
              MOVE ws-cap-annual-rate TO flrrate-rec-annual-rate

              WRITE flrrate-rec

              CLOSE FlrRate

              DISPLAY "The floorplan rate was recorded."
           ELSE
              CLOSE FlrRate
              DISPLAY "*** WARNING: the floorplan rate file could "
                      "not be opened. Nothing recorded. ***"
           END-IF.
       Record-Floorplan-Rate-Exit.
           EXIT.

       Run-Month-End-Accrual.
           DISPLAY "Month to accrue (CCYYMM)    : "
              WITH NO ADVANCING
           ACCEPT ws-run-period

           IF ws-run-month LESS 01 OR ws-run-month GREATER 12
              DISPLAY "The month [" ws-run-period "] is not valid. "
                      "Nothing accrued."
              GO TO Run-Month-End-Accrual-Exit
           END-IF

           PERFORM Load-Rate-Table
             THRU Load-Rate-Table-Exit

           IF ws-rate-tbl-count EQUAL ZEROES
              DISPLAY "No floorplan rate is on file. Nothing "
                      "accrued."
              GO TO Run-Month-End-Accrual-Exit
           END-IF

           IF ws-rate-out-of-order GREATER ZEROES
              DISPLAY "*** WARNING: the floorplan rate file is not in "
                      "effective-date order. Nothing accrued. ***"
              GO TO Run-Month-End-Accrual-Exit
           END-IF

           PERFORM Load-Stock-Table
             THRU Load-Stock-Table-Exit

           IF ws-veh-tbl-count EQUAL ZEROES
              DISPLAY "The inventory file is empty. Nothing to "
                      "accrue."
              GO TO Run-Month-End-Accrual-Exit
           END-IF

           COMPUTE ws-month-start = ws-run-period * 100 + 1
           MOVE ws-month-start TO ws-next-month-start
           IF ws-next-month EQUAL 12
              ADD cte-01 TO ws-next-year
              MOVE 01    TO ws-next-month
           ELSE
              ADD cte-01 TO ws-next-month
           END-IF

           COMPUTE ws-month-start-int = INTEGER-OF-DATE(ws-month-start)
           COMPUTE ws-month-end-int =
                   INTEGER-OF-DATE(ws-next-month-start) - 1
           COMPUTE ws-month-end = DATE-OF-INTEGER(ws-month-end-int)
           COMPUTE ws-prior-end-int = ws-month-start-int - 1

           MOVE ZEROES TO ws-accrual-counters

           OPEN OUTPUT FloorAcc

           IF fs-FloorAcc NOT EQUAL "00" AND fs-FloorAcc NOT EQUAL
              "05"
              CLOSE FloorAcc
              DISPLAY "*** WARNING: the accrual file could not be "
                      "opened. Nothing accrued. ***"
              GO TO Run-Month-End-Accrual-Exit
           END-IF

           DISPLAY SPACE
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "|     Floorplan accrual on the lot. |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "Month ending [" ws-month-end "]."
           DISPLAY "Stock     Model            Acquired   Days  "
                   "Cost / Month / To date"

           PERFORM Accrue-One-Lot-Unit
           VARYING ws-veh-sub FROM 1 BY 1
             UNTIL ws-veh-sub GREATER ws-veh-tbl-count

           DISPLAY SPACE
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "|     Lender payoff statement.      |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "Units sold from [" ws-month-start "] to ["
                   ws-month-end "]."
           DISPLAY "Stock     Model            Acquired Sold     "
                   "Days  Principal / Interest / Payoff"

           PERFORM Accrue-One-Sold-Unit
           VARYING ws-veh-sub FROM 1 BY 1
             UNTIL ws-veh-sub GREATER ws-veh-tbl-count

           CLOSE FloorAcc

           PERFORM Print-Accrual-Totals.
       Run-Month-End-Accrual-Exit.
           EXIT.

       Accrue-One-Lot-Unit.
           IF (ws-veh-status (ws-veh-sub) EQUAL "L" OR
               ws-veh-status (ws-veh-sub) EQUAL "M")
           AND ws-veh-acq-date (ws-veh-sub) NOT GREATER ws-month-end
              MOVE ws-month-end     TO ws-unit-end-date
              MOVE ws-month-end-int TO ws-unit-end-int

              PERFORM Accrue-One-Unit

              ADD cte-01             TO ws-units-on-lot
              ADD ws-unit-this-month TO ws-lot-month-interest
              ADD ws-unit-to-date    TO ws-lot-cum-interest
              ADD ws-veh-acq-cost (ws-veh-sub)
                                     TO ws-lot-principal

              DISPLAY "[" ws-veh-stock (ws-veh-sub) "] ["
                      ws-veh-model (ws-veh-sub) "] ["
                      ws-veh-acq-date (ws-veh-sub) "] ["
                      ws-unit-days "] ["
                      ws-veh-acq-cost (ws-veh-sub) "] ["
                      ws-unit-this-month "] ["
                      ws-unit-to-date "]."
           END-IF.

       Accrue-One-Sold-Unit.
           IF ws-veh-status (ws-veh-sub) EQUAL "S"
              IF ws-veh-sold-date (ws-veh-sub) EQUAL ZEROES
                 ADD cte-01 TO ws-units-no-sold-date
              ELSE
                 MOVE ws-veh-sold-date (ws-veh-sub)
                   TO ws-unit-end-date
                 COMPUTE ws-unit-end-int =
                         INTEGER-OF-DATE(ws-unit-end-date)

                 PERFORM Accrue-One-Unit

                 IF  ws-unit-end-date NOT LESS ws-month-start
                 AND ws-unit-end-date NOT GREATER ws-month-end
                     PERFORM Print-Payoff-Line
                 END-IF
              END-IF
           END-IF.

       Accrue-One-Unit.
           MOVE ws-veh-acq-cost (ws-veh-sub) TO ws-acc-cost
           COMPUTE ws-acc-start-int =
                   INTEGER-OF-DATE(ws-veh-acq-date (ws-veh-sub))

           MOVE ws-unit-end-int TO ws-acc-end-int
           PERFORM Accrue-Between-Dates
           COMPUTE ws-unit-to-date ROUNDED = ws-acc-interest

           IF ws-acc-uncovered-days GREATER ZEROES
              ADD cte-01 TO ws-units-uncovered
           END-IF

           IF ws-acc-end-int GREATER ws-acc-start-int
              COMPUTE ws-unit-days = ws-acc-end-int - ws-acc-start-int
           ELSE
              MOVE ZEROES TO ws-unit-days
           END-IF

           IF ws-prior-end-int GREATER ws-acc-start-int
              IF ws-unit-end-int GREATER ws-prior-end-int
                 MOVE ws-prior-end-int TO ws-acc-end-int
              END-IF
              PERFORM Accrue-Between-Dates
              COMPUTE ws-unit-to-prior ROUNDED = ws-acc-interest
           ELSE
              MOVE ZEROES TO ws-unit-to-prior
           END-IF

           COMPUTE ws-unit-this-month =
                   ws-unit-to-date - ws-unit-to-prior

           MOVE ws-veh-stock (ws-veh-sub)  TO flooracc-rec-stock
           MOVE ws-unit-end-date           TO flooracc-rec-accrued-to
           MOVE ws-unit-days               TO flooracc-rec-days
           MOVE ws-unit-to-date            TO flooracc-rec-interest
           MOVE ws-veh-status (ws-veh-sub) TO flooracc-rec-status

           WRITE flooracc-rec

           ADD cte-01 TO ws-accruals-written.

       Accrue-Between-Dates.
           MOVE ZEROES TO ws-acc-interest
                          ws-acc-uncovered-days

           IF ws-acc-end-int GREATER ws-acc-start-int
              IF ws-rate-from-int (1) GREATER ws-acc-start-int
                 IF ws-rate-from-int (1) LESS ws-acc-end-int
                    COMPUTE ws-acc-uncovered-days =
                            ws-rate-from-int (1) - ws-acc-start-int
                 ELSE
                    COMPUTE ws-acc-uncovered-days =
                            ws-acc-end-int - ws-acc-start-int
                 END-IF
              END-IF

              PERFORM Accrue-One-Rate-Band
              VARYING ws-rate-sub FROM 1 BY 1
                UNTIL ws-rate-sub GREATER ws-rate-tbl-count
           END-IF.

       Accrue-One-Rate-Band.
           MOVE ws-rate-from-int (ws-rate-sub) TO ws-band-from-int

           IF ws-rate-sub LESS ws-rate-tbl-count
              MOVE ws-rate-from-int (ws-rate-sub + 1)
                TO ws-band-to-int
           ELSE
              MOVE ws-acc-end-int TO ws-band-to-int
           END-IF

           IF ws-band-from-int LESS ws-acc-start-int
              MOVE ws-acc-start-int TO ws-band-from-int
           END-IF

           IF ws-band-to-int GREATER ws-acc-end-int
              MOVE ws-acc-end-int TO ws-band-to-int
           END-IF

           COMPUTE ws-band-days = ws-band-to-int - ws-band-from-int

           IF ws-band-days GREATER ZEROES
              COMPUTE ws-acc-interest =
                      ws-acc-interest
                    + ws-acc-cost
                    * ws-rate-annual (ws-rate-sub)
                    * ws-band-days / 36500
           END-IF.

       Print-Payoff-Line.
           ADD cte-01 TO ws-units-sold-month

           COMPUTE ws-unit-payoff =
                   ws-veh-acq-cost (ws-veh-sub) + ws-unit-to-date

           ADD ws-veh-acq-cost (ws-veh-sub) TO ws-pay-principal
           ADD ws-unit-to-date              TO ws-pay-interest
           ADD ws-unit-payoff               TO ws-pay-total

           DISPLAY "[" ws-veh-stock (ws-veh-sub) "] ["
                   ws-veh-model (ws-veh-sub) "] ["
                   ws-veh-acq-date (ws-veh-sub) "] ["
                   ws-veh-sold-date (ws-veh-sub) "] ["
                   ws-unit-days "] ["
                   ws-veh-acq-cost (ws-veh-sub) "] ["
                   ws-unit-to-date "] ["
                   ws-unit-payoff "].".

       Print-Accrual-Totals.
           DISPLAY SPACE
           DISPLAY "Units on the lot at month end   : ["
                   ws-units-on-lot "]."
           MOVE ws-lot-principal TO ws-fmtmny-amount
           CALL "FmtMny" USING ws-fmtmny-amount ws-fmtmny-formatted
           DISPLAY "Floorplan principal on the lot  : ["
                   ws-fmtmny-formatted "]."
           MOVE ws-lot-month-interest TO ws-fmtmny-amount
           CALL "FmtMny" USING ws-fmtmny-amount ws-fmtmny-formatted
           DISPLAY "Interest accrued this month     : ["
                   ws-fmtmny-formatted "]."
           MOVE ws-lot-cum-interest TO ws-fmtmny-amount
           CALL "FmtMny" USING ws-fmtmny-amount ws-fmtmny-formatted
           DISPLAY "Interest accrued to date        : ["
                   ws-fmtmny-formatted "]."

           DISPLAY SPACE
           DISPLAY "Units sold in the month         : ["
                   ws-units-sold-month "]."
           MOVE ws-pay-principal TO ws-fmtmny-amount
           CALL "FmtMny" USING ws-fmtmny-amount ws-fmtmny-formatted
           DISPLAY "Principal to repay              : ["
                   ws-fmtmny-formatted "]."
           MOVE ws-pay-interest TO ws-fmtmny-amount
           CALL "FmtMny" USING ws-fmtmny-amount ws-fmtmny-formatted
           DISPLAY "Interest to repay               : ["
                   ws-fmtmny-formatted "]."
           MOVE ws-pay-total TO ws-fmtmny-amount
           CALL "FmtMny" USING ws-fmtmny-amount ws-fmtmny-formatted
           DISPLAY "Total lender payoff             : ["
                   ws-fmtmny-formatted "]."

           DISPLAY SPACE
           DISPLAY "Holding-cost records written    : ["
                   ws-accruals-written "]."

           IF ws-units-no-sold-date GREATER ZEROES
              DISPLAY "*** [" ws-units-no-sold-date "] sold units "
                      "carry no sold date and were not accrued: "
                      "re-apply the sales in VehInv. ***"
           END-IF

           IF ws-units-uncovered GREATER ZEROES
              DISPLAY "*** [" ws-units-uncovered "] units were held "
                      "before the first floorplan rate took effect: "
                      "those days carry no interest. ***"
           END-IF.

       Load-Rate-Table.
           MOVE ZEROES TO ws-rate-tbl-count
                          ws-rate-out-of-order
           MOVE 'N'    TO ws-eof-FlrRate

           OPEN INPUT FlrRate

           IF fs-FlrRate NOT EQUAL "00"
              CLOSE FlrRate
              GO TO Load-Rate-Table-Exit
           END-IF

           PERFORM Read-One-Rate
             UNTIL sw-eof-FlrRate-Y

           CLOSE FlrRate.
       Load-Rate-Table-Exit.
           EXIT.

       Read-One-Rate.
           READ FlrRate RECORD
             AT END
                SET sw-eof-FlrRate-Y TO TRUE

            NOT AT END
                IF ws-rate-tbl-count LESS cte-rate-tbl-max
                   ADD cte-01 TO ws-rate-tbl-count
                   MOVE flrrate-rec-eff-date
                     TO ws-rate-eff-date (ws-rate-tbl-count)
                   MOVE flrrate-rec-annual-rate
                     TO ws-rate-annual   (ws-rate-tbl-count)
                   COMPUTE ws-rate-from-int (ws-rate-tbl-count) =
                           INTEGER-OF-DATE(flrrate-rec-eff-date)

                   IF ws-rate-tbl-count GREATER cte-01
                      IF ws-rate-eff-date (ws-rate-tbl-count) NOT
                         GREATER
                         ws-rate-eff-date (ws-rate-tbl-count - 1)
                         ADD cte-01 TO ws-rate-out-of-order
                      END-IF
                   END-IF
                ELSE
                   DISPLAY "*** The floorplan rate file holds more "
                           "than [" cte-rate-tbl-max "] rates. Only "
                           "the first are used. ***"
                   SET sw-eof-FlrRate-Y TO TRUE
                END-IF
           END-READ.

       Load-Stock-Table.
           MOVE ZEROES TO ws-veh-tbl-count
           MOVE 'N'    TO ws-eof-VehFile
                          ws-veh-overflow-sw

           OPEN INPUT VehFile

           IF fs-VehFile NOT EQUAL "00"
              CLOSE VehFile
              DISPLAY "No inventory file was found."
              GO TO Load-Stock-Table-Exit
           END-IF

           PERFORM Read-One-Stock-Unit
             UNTIL sw-eof-VehFile-Y

           CLOSE VehFile

           IF sw-veh-overflow-Y
              DISPLAY "*** The inventory holds more than ["
                      cte-veh-tbl-max "] units. Only the first ["
                      ws-veh-tbl-count "] are accrued. ***"
           END-IF.
       Load-Stock-Table-Exit.
           EXIT.

       Read-One-Stock-Unit.
           READ VehFile RECORD
             AT END
                SET sw-eof-VehFile-Y TO TRUE

            NOT AT END
                IF ws-veh-tbl-count LESS cte-veh-tbl-max
                   ADD cte-01 TO ws-veh-tbl-count
                   MOVE veh-rec-stock
                     TO ws-veh-stock     (ws-veh-tbl-count)
                   MOVE veh-rec-model
                     TO ws-veh-model     (ws-veh-tbl-count)
                   MOVE veh-rec-acq-date
                     TO ws-veh-acq-date  (ws-veh-tbl-count)
                   MOVE veh-rec-acq-cost
                     TO ws-veh-acq-cost  (ws-veh-tbl-count)
                   MOVE veh-rec-status
                     TO ws-veh-status    (ws-veh-tbl-count)
                   IF veh-rec-sold-date IS NUMERIC
                      MOVE veh-rec-sold-date
                        TO ws-veh-sold-date (ws-veh-tbl-count)
                   ELSE
                      MOVE ZEROES
                        TO ws-veh-sold-date (ws-veh-tbl-count)
                   END-IF
                ELSE
                   SET sw-veh-overflow-Y TO TRUE
                   SET sw-eof-VehFile-Y  TO TRUE
                END-IF
           END-READ.

       END PROGRAM FlrPlan.

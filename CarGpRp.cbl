       IDENTIFICATION DIVISION.
       PROGRAM-ID. CarGpRp.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VehFile ASSIGN TO ws-VehFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-VehFile.

           SELECT OPTIONAL DetailFile ASSIGN TO ws-DetailFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-DetailFile.

           SELECT OPTIONAL RegnFile ASSIGN TO ws-RegnFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-RegnFile.

           SELECT OPTIONAL RegAsgn ASSIGN TO ws-RegAsgn-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-RegAsgn.

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
       77  fs-DetailFile                PIC X(02) VALUE SPACES.
       77  fs-RegnFile                  PIC X(02) VALUE SPACES.
       77  fs-RegAsgn                   PIC X(02) VALUE SPACES.
       77  fs-FloorAcc                  PIC X(02) VALUE SPACES.

       77  ws-VehFile-name              PIC X(12) VALUE "VehFile".
       77  ws-DetailFile-name           PIC X(12) VALUE "CarSlsDt".
       77  ws-RegnFile-name             PIC X(12) VALUE "RegnFile".
       77  ws-RegAsgn-name              PIC X(12) VALUE "RegAsgn".
       77  ws-FloorAcc-name             PIC X(12) VALUE "FloorAcc".

       77  ws-eof-VehFile               PIC X(01) VALUE 'N'.
           88  sw-eof-VehFile-Y                   VALUE 'Y'.
       77  ws-eof-DetailFile            PIC X(01) VALUE 'N'.
           88  sw-eof-DetailFile-Y                VALUE 'Y'.
       77  ws-eof-RegnFile              PIC X(01) VALUE 'N'.
           88  sw-eof-RegnFile-Y                  VALUE 'Y'.
       77  ws-eof-RegAsgn               PIC X(01) VALUE 'N'.
           88  sw-eof-RegAsgn-Y                   VALUE 'Y'.
       77  ws-eof-FloorAcc              PIC X(01) VALUE 'N'.
           88  sw-eof-FloorAcc-Y                  VALUE 'Y'.

       78  cte-01                                 VALUE 01.
       78  cte-veh-tbl-max                        VALUE 500.
       78  cte-asgn-tbl-max                       VALUE 500.
       78  cte-region-tbl-max                     VALUE 50.
       78  cte-person-tbl-max                     VALUE 200.
       78  cte-model-tbl-max                      VALUE 100.
       78  cte-except-tbl-max                     VALUE 200.

       01  ws-selection-fields.
           03  ws-sel-date-from         PIC 9(08) VALUE ZEROES.
           03  ws-sel-date-to           PIC 9(08) VALUE ZEROES.

       01  ws-stock-controls.
           03  ws-veh-overflow-sw       PIC X(01) VALUE 'N'.
               88  sw-veh-overflow-Y              VALUE 'Y'.
           03  ws-veh-tbl-count         PIC 9(03) VALUE ZEROES.
           03  ws-veh-sub               PIC 9(03) VALUE ZEROES.
           03  ws-veh-found-sub         PIC 9(03) VALUE ZEROES.
           03  ws-veh-seek-stock        PIC X(08) VALUE SPACES.
           03  ws-holding-loaded        PIC 9(05) VALUE ZEROES.
           03  ws-holding-unknown       PIC 9(05) VALUE ZEROES.

       01  ws-stock-table.
           03  ws-veh-entry OCCURS cte-veh-tbl-max TIMES.
               05  ws-veh-stock         PIC X(08).
               05  ws-veh-model         PIC X(15).
               05  ws-veh-acq-date      PIC 9(08).
               05  ws-veh-acq-cost      PIC 9(07)V9(02).
               05  ws-veh-status        PIC X(01).
               05  ws-veh-holding       PIC 9(07)V9(02).

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
               05  ws-reg-units         PIC 9(05).
               05  ws-reg-revenue       PIC 9(11)V9(02).
               05  ws-reg-cost          PIC 9(11)V9(02).
               05  ws-reg-gross         PIC S9(11)V9(02).
               05  ws-reg-net           PIC S9(11)V9(02).

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

       01  ws-person-table.
           03  ws-person-entry OCCURS cte-person-tbl-max TIMES.
               05  ws-per-lastname      PIC X(15).
               05  ws-per-firstname     PIC X(10).
               05  ws-per-units         PIC 9(05).
               05  ws-per-revenue       PIC 9(11)V9(02).
               05  ws-per-cost          PIC 9(11)V9(02).
               05  ws-per-gross         PIC S9(11)V9(02).
               05  ws-per-net           PIC S9(11)V9(02).

       01  ws-model-controls.
           03  ws-model-tbl-count       PIC 9(03) VALUE ZEROES.
           03  ws-model-sub             PIC 9(03) VALUE ZEROES.
           03  ws-model-found-sub       PIC 9(03) VALUE ZEROES.
           03  ws-model-overflow-sw     PIC X(01) VALUE 'N'.
               88  sw-model-overflow-Y            VALUE 'Y'.

       01  ws-model-table.
           03  ws-model-entry OCCURS cte-model-tbl-max TIMES.
               05  ws-mod-model         PIC X(15).
               05  ws-mod-units         PIC 9(05).
               05  ws-mod-revenue       PIC 9(11)V9(02).
               05  ws-mod-cost          PIC 9(11)V9(02).
               05  ws-mod-gross         PIC S9(11)V9(02).
               05  ws-mod-net           PIC S9(11)V9(02).

       01  ws-except-controls.
           03  ws-below-tbl-count       PIC 9(03) VALUE ZEROES.
           03  ws-below-sub             PIC 9(03) VALUE ZEROES.
           03  ws-unmatch-tbl-count     PIC 9(03) VALUE ZEROES.
           03  ws-unmatch-sub           PIC 9(03) VALUE ZEROES.
           03  ws-below-overflow        PIC 9(05) VALUE ZEROES.
           03  ws-unmatch-overflow      PIC 9(05) VALUE ZEROES.
           03  ws-unm-new-reason        PIC X(20) VALUE SPACES.

       01  ws-below-table.
           03  ws-below-entry OCCURS cte-except-tbl-max TIMES.
               05  ws-blw-lastname      PIC X(15).
               05  ws-blw-sale-date     PIC 9(08).
               05  ws-blw-stock         PIC X(08).
               05  ws-blw-model         PIC X(15).
               05  ws-blw-amount        PIC 9(07)V9(02).
               05  ws-blw-cost          PIC 9(07)V9(02).
               05  ws-blw-gross         PIC S9(07)V9(02).

       01  ws-unmatch-table.
           03  ws-unmatch-entry OCCURS cte-except-tbl-max TIMES.
               05  ws-unm-lastname      PIC X(15).
               05  ws-unm-sale-date     PIC 9(08).
               05  ws-unm-stock         PIC X(08).
               05  ws-unm-model         PIC X(15).
               05  ws-unm-amount        PIC 9(07)V9(02).
               05  ws-unm-reason        PIC X(20).

       01  ws-unit-fields.
           03  ws-unit-gross            PIC S9(07)V9(02)
                                                  VALUE ZEROES.
           03  ws-unit-over-allowance   PIC 9(07)V9(02)
                                                  VALUE ZEROES.
           03  ws-unit-net              PIC S9(07)V9(02)
                                                  VALUE ZEROES.

       01  ws-report-counters.
           03  ws-sales-read            PIC 9(06) VALUE ZEROES.
           03  ws-sales-out-of-period   PIC 9(06) VALUE ZEROES.
           03  ws-units-reported        PIC 9(06) VALUE ZEROES.
           03  ws-units-below-cost      PIC 9(06) VALUE ZEROES.
           03  ws-units-unmatched       PIC 9(06) VALUE ZEROES.
           03  ws-total-revenue         PIC 9(11)V9(02)
                                                  VALUE ZEROES.
           03  ws-total-cost            PIC 9(11)V9(02)
                                                  VALUE ZEROES.
           03  ws-total-gross           PIC S9(11)V9(02)
                                                  VALUE ZEROES.
           03  ws-unmatched-revenue     PIC 9(11)V9(02)
                                                  VALUE ZEROES.
           03  ws-total-over-allowance  PIC 9(11)V9(02)
                                                  VALUE ZEROES.
           03  ws-total-holding         PIC 9(11)V9(02)
                                                  VALUE ZEROES.
           03  ws-total-net             PIC S9(11)V9(02)
                                                  VALUE ZEROES.

       01  ws-fmtmny-fields.
           03  ws-fmtmny-amount         PIC S9(11)V9(02)
                                        SIGN IS LEADING
                                        SEPARATE CHARACTER
                                                  VALUE ZEROES.
           03  ws-fmtmny-formatted      PIC X(22) VALUE SPACES.
           03  ws-fmt-revenue           PIC X(22) VALUE SPACES.
           03  ws-fmt-cost              PIC X(22) VALUE SPACES.
           03  ws-fmt-gross             PIC X(22) VALUE SPACES.
           03  ws-fmt-net               PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "Per-unit gross profit report for the car sales "
                   "operation."

           DISPLAY "Sales from date (CCYYMMDD, zero for all) : "
              WITH NO ADVANCING
           ACCEPT ws-sel-date-from

           DISPLAY "Sales to date   (CCYYMMDD, zero for all) : "
              WITH NO ADVANCING
           ACCEPT ws-sel-date-to

           IF ws-sel-date-to EQUAL ZEROES
              MOVE 99999999 TO ws-sel-date-to
           END-IF

           PERFORM Load-Stock-Table
             THRU Load-Stock-Table-Exit

           PERFORM Load-Holding-Costs
             THRU Load-Holding-Costs-Exit

           PERFORM Load-Region-Files
             THRU Load-Region-Files-Exit

           PERFORM Report-Unit-Margins
             THRU Report-Unit-Margins-Exit

           STOP RUN.

       Report-Unit-Margins.
           MOVE 'N' TO ws-eof-DetailFile

           OPEN INPUT DetailFile

           IF fs-DetailFile NOT EQUAL "00"
              CLOSE DetailFile
              DISPLAY "No sales detail file was found. Nothing to "
                      "report."
              GO TO Report-Unit-Margins-Exit
           END-IF

           DISPLAY SPACE
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "|     Per-unit gross profit.        |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "Salesperson     Stock    Model           Sold     "
                   "  Price / Cost / Gross"

           PERFORM Report-One-Sale
             UNTIL sw-eof-DetailFile-Y

           CLOSE DetailFile

           PERFORM Print-Person-Subtotals
             THRU Print-Person-Subtotals-Exit

           PERFORM Print-Model-Subtotals
             THRU Print-Model-Subtotals-Exit

           PERFORM Print-Region-Subtotals
             THRU Print-Region-Subtotals-Exit

           PERFORM Print-Below-Cost-Units
             THRU Print-Below-Cost-Units-Exit

           PERFORM Print-Unmatched-Sales
             THRU Print-Unmatched-Sales-Exit

           PERFORM Print-Grand-Totals.
       Report-Unit-Margins-Exit.
           EXIT.

       Report-One-Sale.
           READ DetailFile RECORD
             AT END
                SET sw-eof-DetailFile-Y TO TRUE

            NOT AT END
                IF NOT sw-detail-rec-reversed
                   ADD cte-01 TO ws-sales-read

                   IF detail-rec-sale-date LESS ws-sel-date-from
                   OR detail-rec-sale-date GREATER ws-sel-date-to
                      ADD cte-01 TO ws-sales-out-of-period
                   ELSE
                      PERFORM Cost-One-Sale
                        THRU Cost-One-Sale-Exit
                   END-IF
                END-IF
           END-READ.

       Cost-One-Sale.
           IF detail-rec-stock EQUAL SPACES
              MOVE "no stock unit named" TO ws-unm-new-reason
              PERFORM Record-Unmatched-Sale
              GO TO Cost-One-Sale-Exit
           END-IF

           MOVE detail-rec-stock TO ws-veh-seek-stock
           PERFORM Find-Stock-Entry

           IF ws-veh-found-sub EQUAL ZEROES
              MOVE "unknown stock unit" TO ws-unm-new-reason
              PERFORM Record-Unmatched-Sale
              GO TO Cost-One-Sale-Exit
           END-IF

           MOVE ZEROES TO ws-unit-over-allowance

           IF  detail-rec-trade-model NOT EQUAL SPACES
           AND detail-rec-trade-allowance IS NUMERIC
           AND detail-rec-trade-appraised IS NUMERIC
           AND detail-rec-trade-allowance GREATER
               detail-rec-trade-appraised
               COMPUTE ws-unit-over-allowance =
                       detail-rec-trade-allowance
                     - detail-rec-trade-appraised
           END-IF

           COMPUTE ws-unit-gross =
                   detail-rec-amount
                 - ws-veh-acq-cost (ws-veh-found-sub)
                 - ws-unit-over-allowance

           COMPUTE ws-unit-net =
                   ws-unit-gross - ws-veh-holding (ws-veh-found-sub)

           ADD cte-01                 TO ws-units-reported
           ADD detail-rec-amount      TO ws-total-revenue
           ADD ws-veh-acq-cost (ws-veh-found-sub)
                                      TO ws-total-cost
           ADD ws-unit-gross          TO ws-total-gross
           ADD ws-unit-over-allowance TO ws-total-over-allowance
           ADD ws-veh-holding (ws-veh-found-sub)
                                      TO ws-total-holding
           ADD ws-unit-net            TO ws-total-net

           MOVE ws-unit-gross TO ws-fmtmny-amount
           CALL "FmtMny" USING ws-fmtmny-amount ws-fmtmny-formatted

           DISPLAY "[" detail-rec-lastname "] [" detail-rec-stock
                   "] [" ws-veh-model (ws-veh-found-sub) "] ["
                   detail-rec-sale-date "] [" detail-rec-amount
                   "] [" ws-veh-acq-cost (ws-veh-found-sub) "] ["
                   ws-fmtmny-formatted "]."

           MOVE ws-unit-net TO ws-fmtmny-amount
           CALL "FmtMny" USING ws-fmtmny-amount ws-fmt-net
           DISPLAY "    Floorplan holding cost ["
                   ws-veh-holding (ws-veh-found-sub) "] net of "
                   "carrying cost [" ws-fmt-net "]."

           IF ws-unit-over-allowance GREATER ZEROES
              DISPLAY "    Trade over-allowance of ["
                      ws-unit-over-allowance "] charged to this "
                      "unit."
           END-IF

           IF ws-unit-gross LESS ZEROES
              ADD cte-01 TO ws-units-below-cost
              PERFORM Record-Below-Cost-Unit
           END-IF

           PERFORM Post-Person-Subtotal
           PERFORM Post-Model-Subtotal
           PERFORM Post-Region-Subtotal.
       Cost-One-Sale-Exit.
           EXIT.

       Record-Unmatched-Sale.
           ADD cte-01            TO ws-units-unmatched
           ADD detail-rec-amount TO ws-unmatched-revenue

           IF ws-unmatch-tbl-count LESS cte-except-tbl-max
              ADD cte-01 TO ws-unmatch-tbl-count
              MOVE detail-rec-lastname
                TO ws-unm-lastname  (ws-unmatch-tbl-count)
              MOVE detail-rec-sale-date
                TO ws-unm-sale-date (ws-unmatch-tbl-count)
              MOVE detail-rec-stock
                TO ws-unm-stock     (ws-unmatch-tbl-count)
              MOVE detail-rec-model
                TO ws-unm-model     (ws-unmatch-tbl-count)
              MOVE detail-rec-amount
                TO ws-unm-amount    (ws-unmatch-tbl-count)
              MOVE ws-unm-new-reason
                TO ws-unm-reason    (ws-unmatch-tbl-count)
           ELSE
              ADD cte-01 TO ws-unmatch-overflow
           END-IF.

       Record-Below-Cost-Unit.
           IF ws-below-tbl-count LESS cte-except-tbl-max
              ADD cte-01 TO ws-below-tbl-count
              MOVE detail-rec-lastname
                TO ws-blw-lastname  (ws-below-tbl-count)
              MOVE detail-rec-sale-date
                TO ws-blw-sale-date (ws-below-tbl-count)
              MOVE detail-rec-stock
                TO ws-blw-stock     (ws-below-tbl-count)
              MOVE ws-veh-model (ws-veh-found-sub)
                TO ws-blw-model     (ws-below-tbl-count)
              MOVE detail-rec-amount
                TO ws-blw-amount    (ws-below-tbl-count)
              MOVE ws-veh-acq-cost (ws-veh-found-sub)
                TO ws-blw-cost      (ws-below-tbl-count)
              MOVE ws-unit-gross
                TO ws-blw-gross     (ws-below-tbl-count)
           ELSE
              ADD cte-01 TO ws-below-overflow
           END-IF.

       Post-Person-Subtotal.
           MOVE ZEROES TO ws-person-found-sub

           PERFORM Match-Person-Entry
           VARYING ws-person-sub FROM 1 BY 1
             UNTIL ws-person-sub GREATER ws-person-tbl-count
                OR ws-person-found-sub GREATER ZEROES

           IF ws-person-found-sub EQUAL ZEROES
              IF ws-person-tbl-count LESS cte-person-tbl-max
                 ADD cte-01 TO ws-person-tbl-count
                 MOVE ws-person-tbl-count TO ws-person-found-sub
                 MOVE detail-rec-lastname
                   TO ws-per-lastname  (ws-person-found-sub)
                 MOVE detail-rec-firstname
                   TO ws-per-firstname (ws-person-found-sub)
                 MOVE ZEROES
                   TO ws-per-units     (ws-person-found-sub)
                      ws-per-revenue   (ws-person-found-sub)
                      ws-per-cost      (ws-person-found-sub)
                      ws-per-gross     (ws-person-found-sub)
                      ws-per-net       (ws-person-found-sub)
              ELSE
                 SET sw-person-overflow-Y TO TRUE
              END-IF
           END-IF

           IF ws-person-found-sub GREATER ZEROES
              ADD cte-01
                TO ws-per-units   (ws-person-found-sub)
              ADD detail-rec-amount
                TO ws-per-revenue (ws-person-found-sub)
              ADD ws-veh-acq-cost (ws-veh-found-sub)
                TO ws-per-cost    (ws-person-found-sub)
              ADD ws-unit-gross
                TO ws-per-gross   (ws-person-found-sub)
              ADD ws-unit-net
                TO ws-per-net     (ws-person-found-sub)
           END-IF.

       Match-Person-Entry.
           IF  ws-per-lastname  (ws-person-sub) EQUAL
               detail-rec-lastname
           AND ws-per-firstname (ws-person-sub) EQUAL
               detail-rec-firstname
               MOVE ws-person-sub TO ws-person-found-sub
           END-IF.

       Post-Model-Subtotal.
           MOVE ZEROES TO ws-model-found-sub

           PERFORM Match-Model-Entry
           VARYING ws-model-sub FROM 1 BY 1
             UNTIL ws-model-sub GREATER ws-model-tbl-count
                OR ws-model-found-sub GREATER ZEROES

           IF ws-model-found-sub EQUAL ZEROES
              IF ws-model-tbl-count LESS cte-model-tbl-max
                 ADD cte-01 TO ws-model-tbl-count
                 MOVE ws-model-tbl-count TO ws-model-found-sub
                 MOVE ws-veh-model (ws-veh-found-sub)
                   TO ws-mod-model   (ws-model-found-sub)
                 MOVE ZEROES
                   TO ws-mod-units   (ws-model-found-sub)
                      ws-mod-revenue (ws-model-found-sub)
                      ws-mod-cost    (ws-model-found-sub)
                      ws-mod-gross   (ws-model-found-sub)
                      ws-mod-net     (ws-model-found-sub)
              ELSE
                 SET sw-model-overflow-Y TO TRUE
              END-IF
           END-IF

           IF ws-model-found-sub GREATER ZEROES
              ADD cte-01
                TO ws-mod-units   (ws-model-found-sub)
              ADD detail-rec-amount
                TO ws-mod-revenue (ws-model-found-sub)
              ADD ws-veh-acq-cost (ws-veh-found-sub)
                TO ws-mod-cost    (ws-model-found-sub)
              ADD ws-unit-gross
                TO ws-mod-gross   (ws-model-found-sub)
              ADD ws-unit-net
                TO ws-mod-net     (ws-model-found-sub)
           END-IF.

       Match-Model-Entry.
           IF ws-mod-model (ws-model-sub) EQUAL
              ws-veh-model (ws-veh-found-sub)
              MOVE ws-model-sub TO ws-model-found-sub
           END-IF.

       Post-Region-Subtotal.
           MOVE SPACES TO ws-current-region

           PERFORM Match-Assignment-Entry
           VARYING ws-asgn-sub FROM 1 BY 1
             UNTIL ws-asgn-sub GREATER ws-asgn-tbl-count
                OR ws-current-region NOT EQUAL SPACES

           MOVE ZEROES TO ws-region-found-sub

           IF ws-current-region NOT EQUAL SPACES
              PERFORM Match-Region-Entry
              VARYING ws-region-sub FROM 1 BY 1
                UNTIL ws-region-sub GREATER ws-region-tbl-count
                   OR ws-region-found-sub GREATER ZEROES
           END-IF

           IF ws-region-found-sub EQUAL ZEROES
              MOVE cte-region-tbl-max TO ws-region-found-sub
           END-IF

           ADD cte-01
             TO ws-reg-units   (ws-region-found-sub)
           ADD detail-rec-amount
             TO ws-reg-revenue (ws-region-found-sub)
           ADD ws-veh-acq-cost (ws-veh-found-sub)
             TO ws-reg-cost    (ws-region-found-sub)
           ADD ws-unit-gross
             TO ws-reg-gross   (ws-region-found-sub)
           ADD ws-unit-net
             TO ws-reg-net     (ws-region-found-sub).

       Match-Assignment-Entry.
           IF  ws-asgn-lastname  (ws-asgn-sub) EQUAL
               detail-rec-lastname
           AND ws-asgn-firstname (ws-asgn-sub) EQUAL
               detail-rec-firstname
               MOVE ws-asgn-region (ws-asgn-sub) TO ws-current-region
           END-IF.

       Match-Region-Entry.
           IF ws-reg-code (ws-region-sub) EQUAL ws-current-region
              MOVE ws-region-sub TO ws-region-found-sub
           END-IF.

       Print-Person-Subtotals.
           IF ws-person-tbl-count EQUAL ZEROES
              GO TO Print-Person-Subtotals-Exit
           END-IF

           DISPLAY SPACE
           DISPLAY "Gross profit by salesperson:"

           PERFORM Print-One-Person
           VARYING ws-person-sub FROM 1 BY 1
             UNTIL ws-person-sub GREATER ws-person-tbl-count

           IF sw-person-overflow-Y
              DISPLAY "*** More than [" cte-person-tbl-max "] "
                      "salespeople: the rest are in the totals "
                      "only. ***"
           END-IF.
       Print-Person-Subtotals-Exit.
           EXIT.

       Print-One-Person.
           MOVE ws-per-revenue (ws-person-sub) TO ws-fmtmny-amount
           CALL "FmtMny" USING ws-fmtmny-amount ws-fmt-revenue
           MOVE ws-per-cost    (ws-person-sub) TO ws-fmtmny-amount
           CALL "FmtMny" USING ws-fmtmny-amount ws-fmt-cost
           MOVE ws-per-gross   (ws-person-sub) TO ws-fmtmny-amount
           CALL "FmtMny" USING ws-fmtmny-amount ws-fmt-gross
           MOVE ws-per-net     (ws-person-sub) TO ws-fmtmny-amount
           CALL "FmtMny" USING ws-fmtmny-amount ws-fmt-net

           DISPLAY "  [" ws-per-firstname (ws-person-sub) " "
                   ws-per-lastname (ws-person-sub) "] units ["
                   ws-per-units (ws-person-sub) "] sales ["
                   ws-fmt-revenue "] cost [" ws-fmt-cost
                   "] gross [" ws-fmt-gross "] net ["
                   ws-fmt-net "].".

       Print-Model-Subtotals.
           IF ws-model-tbl-count EQUAL ZEROES
              GO TO Print-Model-Subtotals-Exit
           END-IF

           DISPLAY SPACE
           DISPLAY "Gross profit by model:"

           PERFORM Print-One-Model
           VARYING ws-model-sub FROM 1 BY 1
             UNTIL ws-model-sub GREATER ws-model-tbl-count

           IF sw-model-overflow-Y
              DISPLAY "*** More than [" cte-model-tbl-max "] "
                      "models: the rest are in the totals only. ***"
           END-IF.
       Print-Model-Subtotals-Exit.
           EXIT.

       Print-One-Model.
           MOVE ws-mod-revenue (ws-model-sub) TO ws-fmtmny-amount
           CALL "FmtMny" USING ws-fmtmny-amount ws-fmt-revenue
           MOVE ws-mod-cost    (ws-model-sub) TO ws-fmtmny-amount
           CALL "FmtMny" USING ws-fmtmny-amount ws-fmt-cost
           MOVE ws-mod-gross   (ws-model-sub) TO ws-fmtmny-amount
           CALL "FmtMny" USING ws-fmtmny-amount ws-fmt-gross
           MOVE ws-mod-net     (ws-model-sub) TO ws-fmtmny-amount
           CALL "FmtMny" USING ws-fmtmny-amount ws-fmt-net

           DISPLAY "  [" ws-mod-model (ws-model-sub) "] units ["
                   ws-mod-units (ws-model-sub) "] sales ["
                   ws-fmt-revenue "] cost [" ws-fmt-cost
                   "] gross [" ws-fmt-gross "] net ["
                   ws-fmt-net "].".

       Print-Region-Subtotals.
           DISPLAY SPACE
           DISPLAY "Gross profit by region:"

           PERFORM Print-One-Region
           VARYING ws-region-sub FROM 1 BY 1
             UNTIL ws-region-sub GREATER cte-region-tbl-max.
       Print-Region-Subtotals-Exit.
           EXIT.

       Print-One-Region.
           IF ws-reg-units (ws-region-sub) GREATER ZEROES
              MOVE ws-reg-revenue (ws-region-sub) TO ws-fmtmny-amount
              CALL "FmtMny" USING ws-fmtmny-amount ws-fmt-revenue
              MOVE ws-reg-cost    (ws-region-sub) TO ws-fmtmny-amount
              CALL "FmtMny" USING ws-fmtmny-amount ws-fmt-cost
              MOVE ws-reg-gross   (ws-region-sub) TO ws-fmtmny-amount
              CALL "FmtMny" USING ws-fmtmny-amount ws-fmt-gross
              MOVE ws-reg-net     (ws-region-sub) TO ws-fmtmny-amount
              CALL "FmtMny" USING ws-fmtmny-amount ws-fmt-net

              DISPLAY "  [" ws-reg-code (ws-region-sub) "] ["
                      ws-reg-name (ws-region-sub) "] units ["
                      ws-reg-units (ws-region-sub) "] sales ["
                      ws-fmt-revenue "] cost [" ws-fmt-cost
                      "] gross [" ws-fmt-gross "] net ["
                      ws-fmt-net "]."
           END-IF.

       Print-Below-Cost-Units.
           IF ws-units-below-cost EQUAL ZEROES
              GO TO Print-Below-Cost-Units-Exit
           END-IF

           DISPLAY SPACE
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "|     Units sold below cost.        |"
           DISPLAY "+===+====+===+====+===+====+===+====+"

           PERFORM Print-One-Below-Cost
           VARYING ws-below-sub FROM 1 BY 1
             UNTIL ws-below-sub GREATER ws-below-tbl-count

           IF ws-below-overflow GREATER ZEROES
              DISPLAY "*** [" ws-below-overflow "] more below-cost "
                      "units are not listed. ***"
           END-IF.
       Print-Below-Cost-Units-Exit.
           EXIT.

       Print-One-Below-Cost.
           MOVE ws-blw-gross (ws-below-sub) TO ws-fmtmny-amount
           CALL "FmtMny" USING ws-fmtmny-amount ws-fmt-gross

           DISPLAY "*** [" ws-blw-lastname (ws-below-sub) "] ["
                   ws-blw-stock (ws-below-sub) "] ["
                   ws-blw-model (ws-below-sub) "] ["
                   ws-blw-sale-date (ws-below-sub) "] price ["
                   ws-blw-amount (ws-below-sub) "] cost ["
                   ws-blw-cost (ws-below-sub) "] loss ["
                   ws-fmt-gross "]. ***".

       Print-Unmatched-Sales.
           IF ws-units-unmatched EQUAL ZEROES
              GO TO Print-Unmatched-Sales-Exit
           END-IF

           DISPLAY SPACE
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "|     Sales with no stock cost.     |"
           DISPLAY "+===+====+===+====+===+====+===+====+"

           PERFORM Print-One-Unmatched
           VARYING ws-unmatch-sub FROM 1 BY 1
             UNTIL ws-unmatch-sub GREATER ws-unmatch-tbl-count

           IF ws-unmatch-overflow GREATER ZEROES
              DISPLAY "*** [" ws-unmatch-overflow "] more unmatched "
                      "sales are not listed. ***"
           END-IF.
       Print-Unmatched-Sales-Exit.
           EXIT.

       Print-One-Unmatched.
           DISPLAY "*** [" ws-unm-lastname (ws-unmatch-sub) "] ["
                   ws-unm-sale-date (ws-unmatch-sub) "] ["
                   ws-unm-stock (ws-unmatch-sub) "] ["
                   ws-unm-model (ws-unmatch-sub) "] ["
                   ws-unm-amount (ws-unmatch-sub) "]: "
                   ws-unm-reason (ws-unmatch-sub) ". ***".

       Print-Grand-Totals.
           MOVE ws-total-revenue TO ws-fmtmny-amount
           CALL "FmtMny" USING ws-fmtmny-amount ws-fmt-revenue
           MOVE ws-total-cost    TO ws-fmtmny-amount
           CALL "FmtMny" USING ws-fmtmny-amount ws-fmt-cost
           MOVE ws-total-gross   TO ws-fmtmny-amount
           CALL "FmtMny" USING ws-fmtmny-amount ws-fmt-gross

           DISPLAY SPACE
           DISPLAY "Sales read                      : ["
                   ws-sales-read "]."
           DISPLAY "Sales outside the period        : ["
                   ws-sales-out-of-period "]."
           DISPLAY "Units costed                    : ["
                   ws-units-reported "]."
           DISPLAY "Units sold below cost           : ["
                   ws-units-below-cost "]."
           DISPLAY "Sales with no stock cost        : ["
                   ws-units-unmatched "]."
           DISPLAY "Revenue on costed units         : ["
                   ws-fmt-revenue "]."
           DISPLAY "Acquisition cost of those units : ["
                   ws-fmt-cost "]."
           DISPLAY "Gross profit                    : ["
                   ws-fmt-gross "]."

           MOVE ws-total-holding TO ws-fmtmny-amount
           CALL "FmtMny" USING ws-fmtmny-amount ws-fmt-cost
           MOVE ws-total-net     TO ws-fmtmny-amount
           CALL "FmtMny" USING ws-fmtmny-amount ws-fmt-net
           DISPLAY "Floorplan holding cost          : ["
                   ws-fmt-cost "]."
           DISPLAY "Gross profit net of carrying    : ["
                   ws-fmt-net "]."

           IF ws-holding-unknown GREATER ZEROES
              DISPLAY "*** [" ws-holding-unknown "] holding-cost "
                      "records name stock units not in the "
                      "inventory. ***"
           END-IF

           IF ws-total-over-allowance GREATER ZEROES
              MOVE ws-total-over-allowance TO ws-fmtmny-amount
              CALL "FmtMny" USING ws-fmtmny-amount ws-fmtmny-formatted
              DISPLAY "Trade over-allowances charged   : ["
                      ws-fmtmny-formatted "]."
           END-IF

           IF ws-units-unmatched GREATER ZEROES
              MOVE ws-unmatched-revenue TO ws-fmtmny-amount
              CALL "FmtMny" USING ws-fmtmny-amount ws-fmtmny-formatted
              DISPLAY "Revenue left out of the margin  : ["
                      ws-fmtmny-formatted "]."
           END-IF.

       Find-Stock-Entry.
           MOVE ZEROES TO ws-veh-found-sub

           PERFORM Match-Stock-Entry
           VARYING ws-veh-sub FROM 1 BY 1
             UNTIL ws-veh-sub GREATER ws-veh-tbl-count
                OR ws-veh-found-sub GREATER ZEROES.

       Match-Stock-Entry.
           IF ws-veh-stock (ws-veh-sub) EQUAL ws-veh-seek-stock
              MOVE ws-veh-sub TO ws-veh-found-sub
           END-IF.

       Load-Stock-Table.
           MOVE ZEROES TO ws-veh-tbl-count
           MOVE 'N'    TO ws-eof-VehFile
                          ws-veh-overflow-sw

           OPEN INPUT VehFile

           IF fs-VehFile NOT EQUAL "00"
              CLOSE VehFile
              DISPLAY "No inventory file was found. Every sale is "
                      "reported as unmatched."
              GO TO Load-Stock-Table-Exit
           END-IF

           PERFORM Read-One-Stock-Unit
             UNTIL sw-eof-VehFile-Y

           CLOSE VehFile

           IF sw-veh-overflow-Y
              DISPLAY "*** The inventory holds more than ["
                      cte-veh-tbl-max "] units. Only the first ["
                      ws-veh-tbl-count "] are costed. ***"
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
                     TO ws-veh-stock    (ws-veh-tbl-count)
                   MOVE veh-rec-model
                     TO ws-veh-model    (ws-veh-tbl-count)
                   MOVE veh-rec-acq-date
                     TO ws-veh-acq-date (ws-veh-tbl-count)
                   MOVE veh-rec-acq-cost
                     TO ws-veh-acq-cost (ws-veh-tbl-count)
                   MOVE veh-rec-status
                     TO ws-veh-status   (ws-veh-tbl-count)
                   MOVE ZEROES
                     TO ws-veh-holding  (ws-veh-tbl-count)
                ELSE
                   SET sw-veh-overflow-Y TO TRUE
                   SET sw-eof-VehFile-Y  TO TRUE
                END-IF
           END-READ.

       Load-Holding-Costs.
           MOVE ZEROES TO ws-holding-loaded
                          ws-holding-unknown
           MOVE 'N'    TO ws-eof-FloorAcc

           OPEN INPUT FloorAcc

           IF fs-FloorAcc NOT EQUAL "00"
              CLOSE FloorAcc
              DISPLAY "No floorplan accrual file was found. Margins "
                      "carry no holding cost."
              GO TO Load-Holding-Costs-Exit
           END-IF

           PERFORM Read-One-Holding-Cost
             UNTIL sw-eof-FloorAcc-Y

           CLOSE FloorAcc.
       Load-Holding-Costs-Exit.
           EXIT.

       Read-One-Holding-Cost.
           READ FloorAcc RECORD
             AT END
                SET sw-eof-FloorAcc-Y TO TRUE

            NOT AT END
                MOVE flooracc-rec-stock TO ws-veh-seek-stock
                PERFORM Find-Stock-Entry

                IF ws-veh-found-sub EQUAL ZEROES
                   ADD cte-01 TO ws-holding-unknown
                ELSE
                   ADD cte-01 TO ws-holding-loaded
                   MOVE flooracc-rec-interest
                     TO ws-veh-holding (ws-veh-found-sub)
                END-IF
           END-READ.

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
              DISPLAY "No region master file was found. Every sale "
                      "reports as unassigned."
              GO TO Load-Region-Files-Exit
           END-IF

           PERFORM Read-One-Region
             UNTIL sw-eof-RegnFile-Y

           CLOSE RegnFile

           OPEN INPUT RegAsgn

           IF fs-RegAsgn NOT EQUAL "00"
              CLOSE RegAsgn
              DISPLAY "No salesperson-region assignment file was "
                      "found. Every sale reports as unassigned."
           ELSE
              PERFORM Read-One-Assignment
                UNTIL sw-eof-RegAsgn-Y

              CLOSE RegAsgn
           END-IF.
       Load-Region-Files-Exit.
           EXIT.

       Clear-One-Region.
           MOVE SPACES TO ws-reg-code    (ws-region-sub)
                          ws-reg-name    (ws-region-sub)
           MOVE ZEROES TO ws-reg-units   (ws-region-sub)
                          ws-reg-revenue (ws-region-sub)
                          ws-reg-cost    (ws-region-sub)
                          ws-reg-gross   (ws-region-sub)
                          ws-reg-net     (ws-region-sub).

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

       END PROGRAM CarGpRp.

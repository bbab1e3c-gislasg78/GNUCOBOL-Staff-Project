                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-carsalesfile.

           SELECT OPTIONAL VehFile ASSIGN TO ws-VehFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-VehFile.

           SELECT OPTIONAL ListPrc ASSIGN TO ws-ListPrc-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-ListPrc.

           SELECT OPTIONAL DiscAuth ASSIGN TO ws-DiscAuth-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-DiscAuth.

       DATA DIVISION.
       FILE SECTION.
       FD  DetailFile
           RECORD CONTAINS 142 CHARACTERS.

       01  detail-rec.
           03  detail-rec-lastname       PIC X(15) VALUE SPACES.
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

       FD  carsalesfile.
       01  salesdetails.
               05  q4-sales              PIC 9(05)V9(02).
           03  cartotal                  PIC 9(07)V9(02).

       FD  VehFile
           RECORD CONTAINS 49 CHARACTERS.

       01  veh-rec.
           03  veh-rec-stock             PIC X(08) VALUE SPACES.
           03  veh-rec-model             PIC X(15) VALUE SPACES.
           03  veh-rec-acq-date          PIC 9(08) VALUE ZEROES.
           03  veh-rec-acq-cost          PIC 9(07)V9(02)
                                                   VALUE ZEROES.
           03  veh-rec-status            PIC X(01) VALUE "L".
           03  veh-rec-sold-date         PIC 9(08) VALUE ZEROES.

       FD  ListPrc
           RECORD CONTAINS 32 CHARACTERS.

       01  listprc-rec.
           03  listprc-rec-model         PIC X(15) VALUE SPACES.
           03  listprc-rec-eff-date      PIC 9(08) VALUE ZEROES.
           03  listprc-rec-price         PIC 9(07)V9(02)
                                                   VALUE ZEROES.

       FD  DiscAuth
           RECORD CONTAINS 29 CHARACTERS.

       01  discauth-rec.
           03  discauth-rec-lastname     PIC X(15) VALUE SPACES.
           03  discauth-rec-firstname    PIC X(10) VALUE SPACES.
           03  discauth-rec-limit-pct    PIC 9(02)V9(02)
                                                   VALUE ZEROES.

       WORKING-STORAGE SECTION.
       77  fs-DetailFile                PIC X(02) VALUE SPACES.
       77  fs-carsalesfile              PIC X(02) VALUE SPACES.
       77  fs-VehFile                   PIC X(02) VALUE SPACES.
       77  fs-ListPrc                   PIC X(02) VALUE SPACES.
       77  fs-DiscAuth                  PIC X(02) VALUE SPACES.

       77  ws-DetailFile-name           PIC X(12) VALUE "CarSlsDt".
       77  ws-carsalesfile-name         PIC X(12) VALUE SPACES.
       77  ws-VehFile-name              PIC X(12) VALUE "VehFile".
       77  ws-ListPrc-name              PIC X(12) VALUE "ListPrc".
       77  ws-DiscAuth-name             PIC X(12) VALUE "DiscAuth".

       77  ws-eof-DetailFile            PIC X(01) VALUE 'N'.
           88  sw-eof-DetailFile-Y                VALUE 'Y'.
       77  ws-eof-ListPrc               PIC X(01) VALUE 'N'.
           88  sw-eof-ListPrc-Y                   VALUE 'Y'.
       77  ws-eof-DiscAuth              PIC X(01) VALUE 'N'.
           88  sw-eof-DiscAuth-Y                  VALUE 'Y'.

       78  cte-01                                 VALUE 01.
       78  cte-person-tbl-max                     VALUE 500.
       78  cte-model-tbl-max                      VALUE 100.
       78  cte-detail-tbl-max                     VALUE 500.

       01  ws-menu-controls.
           03  ws-menu-option           PIC 9(01) VALUE ZERO.
               88  sw-menu-option-capture         VALUE 1.
               88  sw-menu-option-rollup          VALUE 2.
               88  sw-menu-option-explode         VALUE 3.
               88  sw-menu-option-trades          VALUE 4.
               88  sw-menu-option-approve         VALUE 5.
               88  sw-menu-option-discount        VALUE 6.
               88  sw-menu-option-exit            VALUE 7.

       01  ws-capture-fields.
           03  ws-cap-lastname          PIC X(15) VALUE SPACES.
                                                  VALUE ZEROES.
           03  ws-cap-stock             PIC X(08) VALUE SPACES.
           03  ws-cap-customer          PIC X(06) VALUE SPACES.
           03  ws-cap-trade-model       PIC X(15) VALUE SPACES.
           03  ws-cap-trade-appraised   PIC 9(07)V9(02)
                                                  VALUE ZEROES.
           03  ws-cap-trade-allowance   PIC 9(07)V9(02)
                                                  VALUE ZEROES.
           03  ws-cap-trade-stock       PIC X(08) VALUE SPACES.
           03  ws-cap-list-price        PIC 9(07)V9(02)
                                                  VALUE ZEROES.
           03  ws-cap-list-eff-date     PIC 9(08) VALUE ZEROES.
           03  ws-cap-discount          PIC 9(07)V9(02)
                                                  VALUE ZEROES.
           03  ws-cap-discount-pct      PIC 9(03)V9(02)
                                                  VALUE ZEROES.
           03  ws-cap-limit-pct         PIC 9(02)V9(02)
                                                  VALUE ZEROES.
           03  ws-cap-approval          PIC X(01) VALUE SPACE.
               88  sw-cap-approval-held           VALUE "H".

       01  ws-deal-fields.
           03  ws-net-cash              PIC 9(07)V9(02)
                                                  VALUE ZEROES.
           03  ws-over-allowance        PIC 9(07)V9(02)
                                                  VALUE ZEROES.
           03  ws-net-cash-fmt          PIC X(22) VALUE SPACES.

       01  ws-rollup-controls.
           03  ws-person-tbl-count      PIC 9(03) VALUE ZEROES.
           03  ws-details-read          PIC 9(06) VALUE ZEROES.
           03  ws-details-skipped       PIC 9(06) VALUE ZEROES.
           03  ws-details-bad-dates     PIC 9(06) VALUE ZEROES.
           03  ws-details-held          PIC 9(06) VALUE ZEROES.
           03  ws-rollup-overflows      PIC 9(03) VALUE ZEROES.

       01  ws-person-table.
               05  ws-per-q-sales OCCURS 4 TIMES
                                        PIC 9(07)V9(02).

       01  ws-trade-controls.
           03  ws-trade-year            PIC 9(04) VALUE ZEROES.
           03  ws-trade-deals           PIC 9(05) VALUE ZEROES.
           03  ws-trade-gross-total     PIC 9(09)V9(02)
                                                  VALUE ZEROES.
           03  ws-trade-net-total       PIC 9(09)V9(02)
                                                  VALUE ZEROES.
           03  ws-trade-over-total      PIC 9(09)V9(02)
                                                  VALUE ZEROES.

       01  ws-trade-person-table.
           03  ws-trade-person-entry OCCURS cte-person-tbl-max TIMES.
               05  ws-tpr-lastname      PIC X(15).
               05  ws-tpr-firstname     PIC X(10).
               05  ws-tpr-deals         PIC 9(05).
               05  ws-tpr-trades        PIC 9(05).
               05  ws-tpr-gross         PIC 9(09)V9(02).
               05  ws-tpr-net-cash      PIC 9(09)V9(02).
               05  ws-tpr-over-allow    PIC 9(09)V9(02).

       01  ws-approval-controls.
           03  ws-apr-manager           PIC X(10) VALUE SPACES.
           03  ws-apr-lastname          PIC X(15) VALUE SPACES.
           03  ws-apr-firstname         PIC X(10) VALUE SPACES.
           03  ws-apr-limit-pct         PIC 9(02)V9(02)
                                                  VALUE ZEROES.
           03  ws-apr-discount-pct      PIC 9(03)V9(02)
                                                  VALUE ZEROES.
           03  ws-apr-found-sw          PIC X(01) VALUE 'N'.
               88  sw-apr-found-Y                 VALUE 'Y'.
           03  ws-apr-refused-sw        PIC X(01) VALUE 'N'.
               88  sw-apr-refused-Y               VALUE 'Y'.
           03  ws-apr-decision          PIC X(01) VALUE SPACE.
               88  sw-apr-decision-approve        VALUE "Y" "y".
           03  ws-det-tbl-count         PIC 9(03) VALUE ZEROES.
           03  ws-det-sub               PIC 9(03) VALUE ZEROES.
           03  ws-det-overflow-sw       PIC X(01) VALUE 'N'.
               88  sw-det-overflow-Y              VALUE 'Y'.
           03  ws-apr-held-count        PIC 9(03) VALUE ZEROES.
           03  ws-apr-approved-count    PIC 9(03) VALUE ZEROES.
           03  ws-apr-refused-count     PIC 9(03) VALUE ZEROES.

       01  ws-detail-table.
           03  ws-det-record OCCURS cte-detail-tbl-max TIMES
                                        PIC X(142).

       01  ws-discount-controls.
           03  ws-disc-period           PIC 9(06) VALUE ZEROES.
           03  ws-disc-period-r     REDEFINES ws-disc-period.
               05  ws-disc-year         PIC 9(04).
               05  ws-disc-month        PIC 9(02).
           03  ws-disc-model-count      PIC 9(03) VALUE ZEROES.
           03  ws-disc-model-sub        PIC 9(03) VALUE ZEROES.
           03  ws-disc-model-found      PIC 9(03) VALUE ZEROES.
           03  ws-disc-units            PIC 9(05) VALUE ZEROES.
           03  ws-disc-held             PIC 9(05) VALUE ZEROES.
           03  ws-disc-no-list          PIC 9(05) VALUE ZEROES.
           03  ws-disc-list-total       PIC 9(09)V9(02)
                                                  VALUE ZEROES.
           03  ws-disc-total            PIC 9(09)V9(02)
                                                  VALUE ZEROES.
           03  ws-disc-avg-pct          PIC 9(03)V9(02)
                                                  VALUE ZEROES.

       01  ws-disc-person-table.
           03  ws-disc-person-entry OCCURS cte-person-tbl-max TIMES.
               05  ws-dpr-lastname      PIC X(15).
               05  ws-dpr-firstname     PIC X(10).
               05  ws-dpr-units         PIC 9(05).
               05  ws-dpr-held          PIC 9(05).
               05  ws-dpr-list          PIC 9(09)V9(02).
               05  ws-dpr-discount      PIC 9(09)V9(02).

       01  ws-disc-model-table.
           03  ws-disc-model-entry OCCURS cte-model-tbl-max TIMES.
               05  ws-dmd-model         PIC X(15).
               05  ws-dmd-units         PIC 9(05).
               05  ws-dmd-list          PIC 9(09)V9(02).
               05  ws-dmd-discount      PIC 9(09)V9(02).

       01  ws-explode-controls.
           03  ws-exp-lastname          PIC X(15) VALUE SPACES.
           03  ws-exp-firstname         PIC X(10) VALUE SPACES.
           03  ws-exp-match-count       PIC 9(05) VALUE ZEROES.
           03  ws-exp-match-total       PIC 9(09)V9(02)
                                                  VALUE ZEROES.
           03  ws-exp-net-total         PIC 9(09)V9(02)
                                                  VALUE ZEROES.
           03  ws-fmtmny-amount         PIC S9(11)V9(02)
                                             SIGN IS LEADING
                                             SEPARATE CHARACTER
           DISPLAY "| [1]. Capture a single sale.      |"
           DISPLAY "| [2]. Roll up the quarterly file. |"
           DISPLAY "| [3]. Explode a quarter's detail. |"
           DISPLAY "| [4]. Trade-in deal report.       |"
           DISPLAY "| [5]. Approve held discounts.     |"
           DISPLAY "| [6]. Monthly discount report.    |"
           DISPLAY "| [7]. Exit this program.          |"
           DISPLAY "+===+====+===+====+===+====+===+===+"
           DISPLAY "Enter your own choice: " WITH NO ADVANCING
           ACCEPT ws-menu-option
               WHEN sw-menu-option-explode
                    PERFORM Explode-One-Quarter

               WHEN sw-menu-option-trades
                    PERFORM Report-Trade-In-Deals

               WHEN sw-menu-option-approve
                    PERFORM Approve-Held-Sales
                      THRU Approve-Held-Sales-Exit

               WHEN sw-menu-option-discount
                    PERFORM Report-Monthly-Discounts

               WHEN sw-menu-option-exit
                    DISPLAY "Leaving this program..."

           ACCEPT ws-cap-stock
           DISPLAY "Customer code          : " WITH NO ADVANCING
           ACCEPT ws-cap-customer
           DISPLAY "Trade-in model (blank) : " WITH NO ADVANCING
           ACCEPT ws-cap-trade-model

           MOVE ZEROES TO ws-cap-trade-appraised
                          ws-cap-trade-allowance
           MOVE SPACES TO ws-cap-trade-stock

           IF ws-cap-trade-model NOT EQUAL SPACES
              DISPLAY "Trade appraised value  : " WITH NO ADVANCING
              ACCEPT ws-cap-trade-appraised
              DISPLAY "Trade allowance given  : " WITH NO ADVANCING
              ACCEPT ws-cap-trade-allowance
              DISPLAY "Trade stock number     : " WITH NO ADVANCING
              ACCEPT ws-cap-trade-stock
           END-IF

           MOVE 'N' TO ws-cap-date-valid-sw
           CALL "Val_Date" USING ws-cap-sale-year
              DISPLAY "The sale date [" ws-cap-sale-date "] is not "
                      "a valid calendar date. Nothing was captured."
           ELSE
           IF ws-cap-trade-model NOT EQUAL SPACES
           AND ws-cap-trade-stock EQUAL SPACES
              DISPLAY "A trade-in needs a stock number for the lot. "
                      "Nothing was captured."
           ELSE
           IF ws-cap-trade-allowance GREATER ws-cap-amount
              DISPLAY "The trade allowance [" ws-cap-trade-allowance
                      "] exceeds the sale amount [" ws-cap-amount
                      "]. Nothing was captured."
           ELSE
              PERFORM Check-Discount-Authority

              OPEN EXTEND DetailFile

              IF fs-DetailFile EQUAL "00" OR fs-DetailFile EQUAL "05"
                 MOVE ws-cap-stock     TO detail-rec-stock
                 MOVE ws-cap-customer  TO detail-rec-customer
                 MOVE SPACE            TO detail-rec-status
                 MOVE ws-cap-trade-model
                   TO detail-rec-trade-model
                 MOVE ws-cap-trade-appraised
                   TO detail-rec-trade-appraised
                 MOVE ws-cap-trade-allowance
                   TO detail-rec-trade-allowance
                 MOVE ws-cap-trade-stock
                   TO detail-rec-trade-stock
                 MOVE ws-cap-list-price
                   TO detail-rec-list-price
                 MOVE ws-cap-discount
                   TO detail-rec-discount
                 MOVE ws-cap-approval
                   TO detail-rec-approval
                 MOVE SPACES
                   TO detail-rec-approver

                 WRITE detail-rec

                 CLOSE DetailFile

                 DISPLAY "The sale was captured."

                 IF sw-cap-approval-held
                    DISPLAY "*** The discount of ["
                            ws-cap-discount-pct "] percent is above "
                            "the salesperson's authority of ["
                            ws-cap-limit-pct "] percent. The sale is "
                            "HELD until a manager approves it. ***"
                 END-IF

                 IF ws-cap-trade-model NOT EQUAL SPACES
                    PERFORM Book-Trade-In-Stock
                 END-IF
              ELSE
                 CLOSE DetailFile
                 DISPLAY "*** WARNING: the detail file could not "
                         "be opened. Nothing captured. ***"
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       Check-Discount-Authority.
           MOVE ZEROES TO ws-cap-list-price
                          ws-cap-list-eff-date
                          ws-cap-discount
                          ws-cap-discount-pct
                          ws-cap-limit-pct
           MOVE SPACE  TO ws-cap-approval
           MOVE 'N'    TO ws-eof-ListPrc
                          ws-eof-DiscAuth

           OPEN INPUT ListPrc

           IF fs-ListPrc EQUAL "00"
              PERFORM Find-List-Price
                UNTIL sw-eof-ListPrc-Y
           END-IF

           CLOSE ListPrc

           IF ws-cap-list-price EQUAL ZEROES
              DISPLAY "*** No list price is on file for ["
                      ws-cap-model "] on [" ws-cap-sale-date "]. "
                      "The discount could not be checked. ***"
           ELSE
              IF ws-cap-amount LESS ws-cap-list-price
                 COMPUTE ws-cap-discount =
                         ws-cap-list-price - ws-cap-amount
                 COMPUTE ws-cap-discount-pct ROUNDED =
                         ws-cap-discount * 100 / ws-cap-list-price
              END-IF

              OPEN INPUT DiscAuth

              IF fs-DiscAuth EQUAL "00"
                 PERFORM Find-Discount-Authority
                   UNTIL sw-eof-DiscAuth-Y
              END-IF

              CLOSE DiscAuth

              IF ws-cap-discount-pct GREATER ws-cap-limit-pct
                 SET sw-cap-approval-held TO TRUE
              END-IF
           END-IF.

       Find-List-Price.
           READ ListPrc RECORD
             AT END
                SET sw-eof-ListPrc-Y TO TRUE

            NOT AT END
                IF  listprc-rec-model EQUAL ws-cap-model
                AND listprc-rec-eff-date NOT GREATER ws-cap-sale-date
                AND listprc-rec-eff-date NOT LESS ws-cap-list-eff-date
                    MOVE listprc-rec-eff-date TO ws-cap-list-eff-date
                    MOVE listprc-rec-price    TO ws-cap-list-price
                END-IF
           END-READ.

       Find-Discount-Authority.
           READ DiscAuth RECORD
             AT END
                SET sw-eof-DiscAuth-Y TO TRUE

            NOT AT END
                IF  discauth-rec-lastname  EQUAL ws-cap-lastname
                AND discauth-rec-firstname EQUAL ws-cap-firstname
                    MOVE discauth-rec-limit-pct TO ws-cap-limit-pct
                END-IF
           END-READ.

       Book-Trade-In-Stock.
           OPEN EXTEND VehFile

           IF fs-VehFile EQUAL "00" OR fs-VehFile EQUAL "05"
              MOVE ws-cap-trade-stock     TO veh-rec-stock
              MOVE ws-cap-trade-model     TO veh-rec-model
              MOVE ws-cap-sale-date       TO veh-rec-acq-date
              MOVE ws-cap-trade-appraised TO veh-rec-acq-cost
              MOVE "L"                    TO veh-rec-status
              MOVE ZEROES                 TO veh-rec-sold-date

              WRITE veh-rec

              CLOSE VehFile

              DISPLAY "The trade-in [" ws-cap-trade-stock "] was "
                      "booked on the lot at [" ws-cap-trade-appraised
                      "]."
           ELSE
              CLOSE VehFile
              DISPLAY "*** WARNING: the inventory file could not be "
                      "opened. Record the trade-in ["
                      ws-cap-trade-stock "] through VehInv. ***"
           END-IF.

       Derive-Net-Cash.
           MOVE detail-rec-amount TO ws-net-cash
           MOVE ZEROES            TO ws-over-allowance

           IF  detail-rec-trade-model NOT EQUAL SPACES
           AND detail-rec-trade-allowance IS NUMERIC
           AND detail-rec-trade-appraised IS NUMERIC
               SUBTRACT detail-rec-trade-allowance FROM ws-net-cash
               IF detail-rec-trade-allowance GREATER
                  detail-rec-trade-appraised
                  COMPUTE ws-over-allowance =
                          detail-rec-trade-allowance
                        - detail-rec-trade-appraised
               END-IF
           END-IF.

       Roll-Up-Quarterly-File.
           MOVE ZEROES TO ws-person-tbl-count
                          ws-details-read
                          ws-details-skipped
                          ws-details-held
           MOVE 'N'    TO ws-eof-DetailFile

           OPEN INPUT DetailFile
              DISPLAY SPACE
              DISPLAY "Details read     : [" ws-details-read "]."
              DISPLAY "Outside the year : [" ws-details-skipped "]."
              IF ws-details-held GREATER ZEROES
                 DISPLAY "Held for approval: ["
                         ws-details-held "] (left out until a "
                         "manager approves the discount)."
              END-IF
              IF ws-details-bad-dates GREATER ZEROES
                 DISPLAY "Impossible dates : ["
                         ws-details-bad-dates "] (left out, see "
                IF sw-detail-rec-reversed
                   ADD cte-01 TO ws-details-skipped
                ELSE
                IF sw-detail-rec-held
                   ADD cte-01 TO ws-details-held
                ELSE
                IF detail-rec-sale-year NOT EQUAL ws-rollup-year
                   ADD cte-01 TO ws-details-skipped
                ELSE
                END-IF
                END-IF
                END-IF
                END-IF
           END-READ.

       Post-To-Person-Table.
           MOVE 'N'    TO ws-eof-DetailFile
           MOVE ZEROES TO ws-exp-match-count
                          ws-exp-match-total
                          ws-exp-net-total

           OPEN INPUT DetailFile

                      ws-exp-match-count "]."
              DISPLAY "Quarter total       : ["
                      ws-fmtmny-formatted "]."

              MOVE ws-exp-net-total TO ws-fmtmny-amount
              CALL "FmtMny" USING ws-fmtmny-amount
                                  ws-fmtmny-formatted
              DISPLAY "Quarter net cash    : ["
                      ws-fmtmny-formatted "]."
           END-IF.

       Explode-One-Detail.
                    ADD cte-01            TO ws-exp-match-count
                    ADD detail-rec-amount TO ws-exp-match-total

                    PERFORM Derive-Net-Cash
                    ADD ws-net-cash       TO ws-exp-net-total

                    MOVE ws-net-cash TO ws-fmtmny-amount
                    CALL "FmtMny" USING ws-fmtmny-amount
                                        ws-net-cash-fmt
                    MOVE detail-rec-amount TO ws-fmtmny-amount
                    CALL "FmtMny" USING ws-fmtmny-amount
                                        ws-fmtmny-formatted
                    DISPLAY "[" detail-rec-sale-date "] ["
                            detail-rec-model "] ["
                            ws-fmtmny-formatted "] net cash ["
                            ws-net-cash-fmt "]"
                END-IF
           END-READ.

       Report-Trade-In-Deals.
           DISPLAY "Year to report (CCYY)    : " WITH NO ADVANCING
           ACCEPT ws-trade-year

           MOVE ZEROES TO ws-person-tbl-count
                          ws-trade-deals
                          ws-trade-gross-total
                          ws-trade-net-total
                          ws-trade-over-total
           MOVE 'N'    TO ws-eof-DetailFile

           OPEN INPUT DetailFile

           IF fs-DetailFile NOT EQUAL "00"
              CLOSE DetailFile
              DISPLAY "*** There is no detail file to report. ***"
           ELSE
              DISPLAY SPACE
              DISPLAY "Trade-in deals of [" ws-trade-year "]:"

              PERFORM Report-One-Trade-Detail
                UNTIL sw-eof-DetailFile-Y

              CLOSE DetailFile

              DISPLAY SPACE
              DISPLAY "Deals by salesperson (gross, net cash, "
                      "over-allowance):"

              PERFORM Print-One-Trade-Person
              VARYING ws-person-sub FROM 1 BY 1
                UNTIL ws-person-sub GREATER ws-person-tbl-count

              DISPLAY SPACE
              DISPLAY "Deals reported      : [" ws-trade-deals "]."
              MOVE ws-trade-gross-total TO ws-fmtmny-amount
              CALL "FmtMny" USING ws-fmtmny-amount
                                  ws-fmtmny-formatted
              DISPLAY "Gross sales         : ["
                      ws-fmtmny-formatted "]."
              MOVE ws-trade-net-total TO ws-fmtmny-amount
              CALL "FmtMny" USING ws-fmtmny-amount
                                  ws-fmtmny-formatted
              DISPLAY "Net cash deals      : ["
                      ws-fmtmny-formatted "]."
              MOVE ws-trade-over-total TO ws-fmtmny-amount
              CALL "FmtMny" USING ws-fmtmny-amount
                                  ws-fmtmny-formatted
              DISPLAY "Over-allowances     : ["
                      ws-fmtmny-formatted "]."
           END-IF.

       Report-One-Trade-Detail.
           READ DetailFile RECORD
             AT END
                SET sw-eof-DetailFile-Y TO TRUE

            NOT AT END
                IF NOT sw-detail-rec-reversed
                AND detail-rec-sale-year EQUAL ws-trade-year
                   PERFORM Derive-Net-Cash

                   ADD cte-01            TO ws-trade-deals
                   ADD detail-rec-amount TO ws-trade-gross-total
                   ADD ws-net-cash       TO ws-trade-net-total
                   ADD ws-over-allowance TO ws-trade-over-total

                   PERFORM Post-To-Trade-Person

                   IF detail-rec-trade-model NOT EQUAL SPACES
                      MOVE ws-net-cash TO ws-fmtmny-amount
                      CALL "FmtMny" USING ws-fmtmny-amount
                                          ws-net-cash-fmt
                      MOVE detail-rec-amount TO ws-fmtmny-amount
                      CALL "FmtMny" USING ws-fmtmny-amount
                                          ws-fmtmny-formatted
                      DISPLAY "[" detail-rec-sale-date "] ["
                              detail-rec-lastname "] ["
                              detail-rec-model "] gross ["
                              ws-fmtmny-formatted "] net cash ["
                              ws-net-cash-fmt "] trade ["
                              detail-rec-trade-model "] ["
                              detail-rec-trade-stock "]"

                      IF ws-over-allowance GREATER ZEROES
                         DISPLAY "    *** Over-allowance of ["
                                 ws-over-allowance "] above the "
                                 "appraisal of ["
                                 detail-rec-trade-appraised
                                 "]. ***"
                      END-IF
                   END-IF
                END-IF
           END-READ.

       Post-To-Trade-Person.
           MOVE ZEROES TO ws-person-found-sub

           PERFORM Match-Trade-Person-Entry
           VARYING ws-person-sub FROM 1 BY 1
             UNTIL ws-person-sub GREATER ws-person-tbl-count
                OR ws-person-found-sub GREATER ZEROES

           IF ws-person-found-sub EQUAL ZEROES
              IF ws-person-tbl-count LESS cte-person-tbl-max
                 ADD cte-01 TO ws-person-tbl-count
                 MOVE ws-person-tbl-count TO ws-person-found-sub
                 MOVE detail-rec-lastname
                   TO ws-tpr-lastname   (ws-person-found-sub)
                 MOVE detail-rec-firstname
                   TO ws-tpr-firstname  (ws-person-found-sub)
                 MOVE ZEROES
                   TO ws-tpr-deals      (ws-person-found-sub)
                      ws-tpr-trades     (ws-person-found-sub)
                      ws-tpr-gross      (ws-person-found-sub)
                      ws-tpr-net-cash   (ws-person-found-sub)
                      ws-tpr-over-allow (ws-person-found-sub)
              ELSE
                 DISPLAY "*** WARNING: the salesperson table is "
                         "full at [" cte-person-tbl-max "]. The "
                         "sale by [" detail-rec-lastname "] was "
                         "left out of the salesperson totals. ***"
              END-IF
           END-IF

           IF ws-person-found-sub GREATER ZEROES
              ADD cte-01
                TO ws-tpr-deals      (ws-person-found-sub)
              ADD detail-rec-amount
                TO ws-tpr-gross      (ws-person-found-sub)
              ADD ws-net-cash
                TO ws-tpr-net-cash   (ws-person-found-sub)
              ADD ws-over-allowance
                TO ws-tpr-over-allow (ws-person-found-sub)
              IF detail-rec-trade-model NOT EQUAL SPACES
                 ADD cte-01
                   TO ws-tpr-trades  (ws-person-found-sub)
              END-IF
           END-IF.

       Match-Trade-Person-Entry.
           IF  ws-tpr-lastname  (ws-person-sub) EQUAL
               detail-rec-lastname
           AND ws-tpr-firstname (ws-person-sub) EQUAL
               detail-rec-firstname
               MOVE ws-person-sub TO ws-person-found-sub
           END-IF.

       Print-One-Trade-Person.
           MOVE ws-tpr-gross (ws-person-sub) TO ws-fmtmny-amount
           CALL "FmtMny" USING ws-fmtmny-amount ws-fmtmny-formatted
           MOVE ws-tpr-net-cash (ws-person-sub) TO ws-fmtmny-amount
           CALL "FmtMny" USING ws-fmtmny-amount ws-net-cash-fmt

           DISPLAY "  [" ws-tpr-firstname (ws-person-sub) " "
                   ws-tpr-lastname (ws-person-sub) "] deals ["
                   ws-tpr-deals (ws-person-sub) "] trades ["
                   ws-tpr-trades (ws-person-sub) "] ["
                   ws-fmtmny-formatted "] ["
                   ws-net-cash-fmt "] ["
                   ws-tpr-over-allow (ws-person-sub) "]".

       Approve-Held-Sales.
           DISPLAY "Approving manager last name  : " WITH NO ADVANCING
           ACCEPT ws-apr-lastname
           DISPLAY "Approving manager first name : " WITH NO ADVANCING
           ACCEPT ws-apr-firstname

           IF ws-apr-lastname EQUAL SPACES
              DISPLAY "The approving manager must be entered. "
                      "Nothing approved."
              GO TO Approve-Held-Sales-Exit
           END-IF

      *    The approver's own discount authority is the ceiling on
      *    what can be approved, as it is for the salesperson at
      *    capture time.
           MOVE ZEROES TO ws-apr-limit-pct
           MOVE 'N'    TO ws-apr-found-sw
                          ws-eof-DiscAuth

           OPEN INPUT DiscAuth

           IF fs-DiscAuth EQUAL "00"
              PERFORM Find-Approver-Authority
                UNTIL sw-eof-DiscAuth-Y
           END-IF

           CLOSE DiscAuth

           IF NOT sw-apr-found-Y
              DISPLAY "*** [" ws-apr-firstname " " ws-apr-lastname
                      "] holds no discount authority. Nothing "
                      "approved. ***"
              GO TO Approve-Held-Sales-Exit
           END-IF

           MOVE SPACES TO ws-apr-manager
           STRING ws-apr-firstname (1:1) "." DELIMITED BY SIZE
                  ws-apr-lastname            DELIMITED BY SPACE
             INTO ws-apr-manager
           END-STRING

           MOVE ZEROES TO ws-det-tbl-count
                          ws-apr-held-count
                          ws-apr-approved-count
                          ws-apr-refused-count
           MOVE 'N'    TO ws-eof-DetailFile
                          ws-det-overflow-sw

           OPEN INPUT DetailFile

           IF fs-DetailFile NOT EQUAL "00"
              CLOSE DetailFile
              DISPLAY "*** There is no detail file to approve. ***"
              GO TO Approve-Held-Sales-Exit
           END-IF

           PERFORM Review-One-Held-Sale
             UNTIL sw-eof-DetailFile-Y

           CLOSE DetailFile

           IF sw-det-overflow-Y
              DISPLAY "*** The detail file holds more than ["
                      cte-detail-tbl-max "] rows. Nothing was "
                      "approved: split the file and re-run. ***"
              GO TO Approve-Held-Sales-Exit
           END-IF

           IF ws-apr-approved-count GREATER ZEROES
              OPEN OUTPUT DetailFile

              IF fs-DetailFile NOT EQUAL "00" AND
                 fs-DetailFile NOT EQUAL "05"
                 CLOSE DetailFile
                 DISPLAY "*** The detail file could not be "
                         "rewritten. Nothing was approved. ***"
                 GO TO Approve-Held-Sales-Exit
              END-IF

              PERFORM Write-One-Held-Review
              VARYING ws-det-sub FROM 1 BY 1
                UNTIL ws-det-sub GREATER ws-det-tbl-count

              CLOSE DetailFile
           END-IF

           DISPLAY SPACE
           DISPLAY "Sales held for approval : [" ws-apr-held-count
                   "]."
           DISPLAY "Sales approved          : ["
                   ws-apr-approved-count "]."
           DISPLAY "Sales refused (held)    : ["
                   ws-apr-refused-count "].".
       Approve-Held-Sales-Exit.
           EXIT.

       Find-Approver-Authority.
           READ DiscAuth RECORD
             AT END
                SET sw-eof-DiscAuth-Y TO TRUE

            NOT AT END
                IF  discauth-rec-lastname  EQUAL ws-apr-lastname
                AND discauth-rec-firstname EQUAL ws-apr-firstname
                    MOVE discauth-rec-limit-pct TO ws-apr-limit-pct
                    SET sw-apr-found-Y TO TRUE
                END-IF
           END-READ.

       Check-Approver-Authority.
           MOVE 'N'    TO ws-apr-refused-sw
           MOVE ZEROES TO ws-apr-discount-pct

           IF detail-rec-list-price GREATER ZEROES
              COMPUTE ws-apr-discount-pct ROUNDED =
                      detail-rec-discount * 100 / detail-rec-list-price
           END-IF

           IF  ws-apr-lastname  EQUAL detail-rec-lastname
           AND ws-apr-firstname EQUAL detail-rec-firstname
               SET sw-apr-refused-Y TO TRUE
               DISPLAY "*** A salesperson cannot approve their own "
                       "sale. It stays HELD. ***"
           ELSE
           IF ws-apr-discount-pct GREATER ws-apr-limit-pct
               SET sw-apr-refused-Y TO TRUE
               DISPLAY "*** The discount of [" ws-apr-discount-pct
                       "] percent is above the approver's authority "
                       "of [" ws-apr-limit-pct "] percent. It stays "
                       "HELD. ***"
           END-IF
           END-IF

           IF sw-apr-refused-Y
              ADD cte-01 TO ws-apr-refused-count
           END-IF.

       Review-One-Held-Sale.
           READ DetailFile RECORD
             AT END
                SET sw-eof-DetailFile-Y TO TRUE

            NOT AT END
                IF ws-det-tbl-count LESS cte-detail-tbl-max
                   IF sw-detail-rec-held
                   AND NOT sw-detail-rec-reversed
                      ADD cte-01 TO ws-apr-held-count

                      DISPLAY SPACE
                      DISPLAY "[" detail-rec-sale-date "] ["
                              detail-rec-firstname " "
                              detail-rec-lastname "] ["
                              detail-rec-model "] ["
                              detail-rec-stock "]"
                      DISPLAY "    list [" detail-rec-list-price
                              "] sold [" detail-rec-amount
                              "] discount [" detail-rec-discount "]"

                      PERFORM Check-Approver-Authority

                      IF NOT sw-apr-refused-Y
                         DISPLAY "Approve this discount (Y/N) : "
                            WITH NO ADVANCING
                         ACCEPT ws-apr-decision

                         IF sw-apr-decision-approve
                            SET sw-detail-rec-approved TO TRUE
                            MOVE ws-apr-manager
                              TO detail-rec-approver
                            ADD cte-01 TO ws-apr-approved-count
                         END-IF
                      END-IF
                   END-IF

                   ADD cte-01 TO ws-det-tbl-count
                   MOVE detail-rec TO ws-det-record (ws-det-tbl-count)
                ELSE
                   SET sw-det-overflow-Y   TO TRUE
                   SET sw-eof-DetailFile-Y TO TRUE
                END-IF
           END-READ.

       Write-One-Held-Review.
           MOVE ws-det-record (ws-det-sub) TO detail-rec
           WRITE detail-rec.

       Report-Monthly-Discounts.
           DISPLAY "Month to report (CCYYMM) : " WITH NO ADVANCING
           ACCEPT ws-disc-period

           MOVE ZEROES TO ws-person-tbl-count
                          ws-disc-model-count
                          ws-disc-units
                          ws-disc-held
                          ws-disc-no-list
                          ws-disc-list-total
                          ws-disc-total
           MOVE 'N'    TO ws-eof-DetailFile

           OPEN INPUT DetailFile

           IF fs-DetailFile NOT EQUAL "00"
              CLOSE DetailFile
              DISPLAY "*** There is no detail file to report. ***"
           ELSE
              PERFORM Tally-One-Discount
                UNTIL sw-eof-DetailFile-Y

              CLOSE DetailFile

              DISPLAY SPACE
              DISPLAY "Discounts of [" ws-disc-period "] by "
                      "salesperson (units, held, list, discount, "
                      "percent):"

              PERFORM Print-One-Discount-Person
              VARYING ws-person-sub FROM 1 BY 1
                UNTIL ws-person-sub GREATER ws-person-tbl-count

              DISPLAY SPACE
              DISPLAY "Discounts of [" ws-disc-period "] by model "
                      "(units, list, discount, percent):"

              PERFORM Print-One-Discount-Model
              VARYING ws-disc-model-sub FROM 1 BY 1
                UNTIL ws-disc-model-sub GREATER ws-disc-model-count

              MOVE ZEROES TO ws-disc-avg-pct
              IF ws-disc-list-total GREATER ZEROES
                 COMPUTE ws-disc-avg-pct ROUNDED =
                         ws-disc-total * 100 / ws-disc-list-total
              END-IF

              DISPLAY SPACE
              DISPLAY "Sales with a list price : [" ws-disc-units
                      "]."
              DISPLAY "Still held for approval : [" ws-disc-held "]."
              DISPLAY "Sales with no list price: [" ws-disc-no-list
                      "]."
              MOVE ws-disc-list-total TO ws-fmtmny-amount
              CALL "FmtMny" USING ws-fmtmny-amount
                                  ws-fmtmny-formatted
              DISPLAY "List value sold         : ["
                      ws-fmtmny-formatted "]."
              MOVE ws-disc-total TO ws-fmtmny-amount
              CALL "FmtMny" USING ws-fmtmny-amount
                                  ws-fmtmny-formatted
              DISPLAY "Discount given          : ["
                      ws-fmtmny-formatted "] [" ws-disc-avg-pct
                      "%]."
           END-IF.

       Tally-One-Discount.
           READ DetailFile RECORD
             AT END
                SET sw-eof-DetailFile-Y TO TRUE

            NOT AT END
                IF NOT sw-detail-rec-reversed
                AND detail-rec-sale-year  EQUAL ws-disc-year
                AND detail-rec-sale-month EQUAL ws-disc-month
                   IF detail-rec-list-price IS NOT NUMERIC
                   OR detail-rec-list-price EQUAL ZEROES
                      ADD cte-01 TO ws-disc-no-list
                   ELSE
                      ADD cte-01                TO ws-disc-units
                      ADD detail-rec-list-price TO ws-disc-list-total
                      ADD detail-rec-discount   TO ws-disc-total
                      IF sw-detail-rec-held
                         ADD cte-01 TO ws-disc-held
                      END-IF

                      PERFORM Post-To-Discount-Person
                      PERFORM Post-To-Discount-Model
                   END-IF
                END-IF
           END-READ.

       Post-To-Discount-Person.
           MOVE ZEROES TO ws-person-found-sub

           PERFORM Match-Discount-Person
           VARYING ws-person-sub FROM 1 BY 1
             UNTIL ws-person-sub GREATER ws-person-tbl-count
                OR ws-person-found-sub GREATER ZEROES

           IF ws-person-found-sub EQUAL ZEROES
           AND ws-person-tbl-count LESS cte-person-tbl-max
              ADD cte-01 TO ws-person-tbl-count
              MOVE ws-person-tbl-count TO ws-person-found-sub
              MOVE detail-rec-lastname
                TO ws-dpr-lastname  (ws-person-found-sub)
              MOVE detail-rec-firstname
                TO ws-dpr-firstname (ws-person-found-sub)
              MOVE ZEROES
                TO ws-dpr-units     (ws-person-found-sub)
                   ws-dpr-held      (ws-person-found-sub)
                   ws-dpr-list      (ws-person-found-sub)
                   ws-dpr-discount  (ws-person-found-sub)
           END-IF

           IF ws-person-found-sub GREATER ZEROES
              ADD cte-01
                TO ws-dpr-units    (ws-person-found-sub)
              ADD detail-rec-list-price
                TO ws-dpr-list     (ws-person-found-sub)
              ADD detail-rec-discount
                TO ws-dpr-discount (ws-person-found-sub)
              IF sw-detail-rec-held
                 ADD cte-01
                   TO ws-dpr-held  (ws-person-found-sub)
              END-IF
           END-IF.

       Match-Discount-Person.
           IF  ws-dpr-lastname  (ws-person-sub) EQUAL
               detail-rec-lastname
           AND ws-dpr-firstname (ws-person-sub) EQUAL
               detail-rec-firstname
               MOVE ws-person-sub TO ws-person-found-sub
           END-IF.

       Post-To-Discount-Model.
           MOVE ZEROES TO ws-disc-model-found

           PERFORM Match-Discount-Model
           VARYING ws-disc-model-sub FROM 1 BY 1
             UNTIL ws-disc-model-sub GREATER ws-disc-model-count
                OR ws-disc-model-found GREATER ZEROES

           IF ws-disc-model-found EQUAL ZEROES
           AND ws-disc-model-count LESS cte-model-tbl-max
              ADD cte-01 TO ws-disc-model-count
              MOVE ws-disc-model-count TO ws-disc-model-found
              MOVE detail-rec-model
                TO ws-dmd-model    (ws-disc-model-found)
              MOVE ZEROES
                TO ws-dmd-units    (ws-disc-model-found)
                   ws-dmd-list     (ws-disc-model-found)
                   ws-dmd-discount (ws-disc-model-found)
           END-IF

           IF ws-disc-model-found GREATER ZEROES
              ADD cte-01
                TO ws-dmd-units    (ws-disc-model-found)
              ADD detail-rec-list-price
                TO ws-dmd-list     (ws-disc-model-found)
              ADD detail-rec-discount
                TO ws-dmd-discount (ws-disc-model-found)
           END-IF.

       Match-Discount-Model.
           IF ws-dmd-model (ws-disc-model-sub) EQUAL detail-rec-model
              MOVE ws-disc-model-sub TO ws-disc-model-found
           END-IF.

       Print-One-Discount-Person.
           MOVE ZEROES TO ws-disc-avg-pct
           IF ws-dpr-list (ws-person-sub) GREATER ZEROES
              COMPUTE ws-disc-avg-pct ROUNDED =
                      ws-dpr-discount (ws-person-sub) * 100
                    / ws-dpr-list (ws-person-sub)
           END-IF

           DISPLAY "  [" ws-dpr-firstname (ws-person-sub) " "
                   ws-dpr-lastname (ws-person-sub) "] ["
                   ws-dpr-units (ws-person-sub) "] ["
                   ws-dpr-held (ws-person-sub) "] ["
                   ws-dpr-list (ws-person-sub) "] ["
                   ws-dpr-discount (ws-person-sub) "] ["
                   ws-disc-avg-pct "%]".

       Print-One-Discount-Model.
           MOVE ZEROES TO ws-disc-avg-pct
           IF ws-dmd-list (ws-disc-model-sub) GREATER ZEROES
              COMPUTE ws-disc-avg-pct ROUNDED =
                      ws-dmd-discount (ws-disc-model-sub) * 100
                    / ws-dmd-list (ws-disc-model-sub)
           END-IF

           DISPLAY "  [" ws-dmd-model (ws-disc-model-sub) "] ["
                   ws-dmd-units (ws-disc-model-sub) "] ["
                   ws-dmd-list (ws-disc-model-sub) "] ["
                   ws-dmd-discount (ws-disc-model-sub) "] ["
                   ws-disc-avg-pct "%]".

       END PROGRAM CarSlsDt.

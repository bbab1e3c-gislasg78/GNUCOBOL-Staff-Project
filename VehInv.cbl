                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-DetailFile.

           SELECT OPTIONAL LotCount ASSIGN TO ws-LotCount-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-LotCount.

           SELECT OPTIONAL VehAudit ASSIGN TO ws-VehAudit-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-VehAudit.

       DATA DIVISION.
       FILE SECTION.
       FD  VehFile
           RECORD CONTAINS 49 CHARACTERS.

       01  veh-rec.
           03  veh-rec-stock             PIC X(08) VALUE SPACES.
               88  sw-veh-rec-on-lot              VALUE "L".
               88  sw-veh-rec-sold                VALUE "S".
               88  sw-veh-rec-transferred         VALUE "T".
               88  sw-veh-rec-missing             VALUE "M".
           03  veh-rec-sold-date         PIC 9(08) VALUE ZEROES.

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

       FD  LotCount
           RECORD CONTAINS 8 CHARACTERS.

       01  lotcount-rec.
           03  lotcount-rec-stock        PIC X(08) VALUE SPACES.

       FD  VehAudit
           RECORD CONTAINS 47 CHARACTERS.

       01  vehaudit-rec.
           03  vehaudit-rec-date         PIC 9(08) VALUE ZEROES.
           03  vehaudit-rec-count-date   PIC 9(08) VALUE ZEROES.
           03  vehaudit-rec-stock        PIC X(08) VALUE SPACES.
           03  vehaudit-rec-action       PIC X(02) VALUE SPACES.
               88  sw-vehaudit-rec-added          VALUE "AD".
               88  sw-vehaudit-rec-missing        VALUE "MS".
               88  sw-vehaudit-rec-restored       VALUE "RS".
           03  vehaudit-rec-old-status   PIC X(01) VALUE SPACE.
           03  vehaudit-rec-new-status   PIC X(01) VALUE SPACE.
           03  vehaudit-rec-counter      PIC X(10) VALUE SPACES.
           03  vehaudit-rec-acq-cost     PIC 9(07)V9(02)
                                                   VALUE ZEROES.

       WORKING-STORAGE SECTION.
       77  fs-VehFile                   PIC X(02) VALUE SPACES.
       77  fs-DetailFile                PIC X(02) VALUE SPACES.
       77  fs-LotCount                  PIC X(02) VALUE SPACES.
       77  fs-VehAudit                  PIC X(02) VALUE SPACES.

       77  ws-VehFile-name              PIC X(12) VALUE "VehFile".
       77  ws-DetailFile-name           PIC X(12) VALUE "CarSlsDt".
       77  ws-LotCount-name             PIC X(12) VALUE "LotCount".
       77  ws-VehAudit-name             PIC X(12) VALUE "VehAudit".

       77  ws-eof-VehFile               PIC X(01) VALUE 'N'.
           88  sw-eof-VehFile-Y                   VALUE 'Y'.
       77  ws-eof-DetailFile            PIC X(01) VALUE 'N'.
           88  sw-eof-DetailFile-Y                VALUE 'Y'.
       77  ws-eof-LotCount              PIC X(01) VALUE 'N'.
           88  sw-eof-LotCount-Y                  VALUE 'Y'.

       78  cte-01                                 VALUE 01.
       78  cte-veh-tbl-max                        VALUE 500.
               88  sw-menu-option-record          VALUE 1.
               88  sw-menu-option-apply           VALUE 2.
               88  sw-menu-option-aging           VALUE 3.
               88  sw-menu-option-count           VALUE 4.
               88  sw-menu-option-exit            VALUE 5.

       01  ws-capture-fields.
           03  ws-cap-stock             PIC X(08) VALUE SPACES.
               05  ws-veh-acq-date      PIC 9(08).
               05  ws-veh-acq-cost      PIC 9(07)V9(02).
               05  ws-veh-status        PIC X(01).
               05  ws-veh-sold-date     PIC 9(08).
               05  ws-veh-counted       PIC X(01).
               05  ws-veh-adjust        PIC X(02).
               05  ws-veh-old-status    PIC X(01).

       01  ws-apply-counters.
           03  ws-sales-read            PIC 9(06) VALUE ZEROES.
           03  ws-lot-cost-total        PIC 9(11)V9(02)
                                                  VALUE ZEROES.

       01  ws-count-fields.
           03  ws-count-date.
               05  ws-count-year        PIC 9(04) VALUE ZEROES.
               05  ws-count-month       PIC 9(02) VALUE ZEROES.
               05  ws-count-day         PIC 9(02) VALUE ZEROES.
           03  ws-count-counter         PIC X(10) VALUE SPACES.
           03  ws-count-answer          PIC X(01) VALUE SPACE.
               88  sw-count-answer-yes            VALUE "Y" "y".
           03  ws-count-lines           PIC 9(05) VALUE ZEROES.
           03  ws-count-duplicates      PIC 9(05) VALUE ZEROES.
           03  ws-count-matched         PIC 9(05) VALUE ZEROES.
           03  ws-count-not-found       PIC 9(05) VALUE ZEROES.
           03  ws-count-not-on-file     PIC 9(05) VALUE ZEROES.
           03  ws-count-flagged-sold    PIC 9(05) VALUE ZEROES.
           03  ws-count-adjustments     PIC 9(05) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "Vehicle stock inventory for the car sales "
           DISPLAY "| [1]. Record a stock unit.         |"
           DISPLAY "| [2]. Apply the sales to stock.    |"
           DISPLAY "| [3]. Stock-aging report.          |"
           DISPLAY "| [4]. Reconcile the lot count.     |"
           DISPLAY "| [5]. Exit this program.           |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "Enter your own choice: " WITH NO ADVANCING
           ACCEPT ws-menu-option
                    PERFORM Print-Stock-Aging
                      THRU Print-Stock-Aging-Exit

               WHEN sw-menu-option-count
                    PERFORM Reconcile-Lot-Count
                      THRU Reconcile-Lot-Count-Exit

               WHEN sw-menu-option-exit
                    DISPLAY "Leaving this program..."

              MOVE ws-cap-acq-date TO veh-rec-acq-date
              MOVE ws-cap-acq-cost TO veh-rec-acq-cost
              MOVE "L"             TO veh-rec-status
              MOVE ZEROES          TO veh-rec-sold-date

              WRITE veh-rec

                            EQUAL "L"
                            MOVE "S"
                              TO ws-veh-status (ws-veh-found-sub)
                            MOVE detail-rec-sale-date
                              TO ws-veh-sold-date (ws-veh-found-sub)
                            ADD cte-01 TO ws-units-marked
                         END-IF
                      END-IF
           MOVE ws-veh-acq-date (ws-veh-sub) TO veh-rec-acq-date
           MOVE ws-veh-acq-cost (ws-veh-sub) TO veh-rec-acq-cost
           MOVE ws-veh-status   (ws-veh-sub) TO veh-rec-status
           MOVE ws-veh-sold-date (ws-veh-sub) TO veh-rec-sold-date

           WRITE veh-rec.

                      ws-veh-acq-cost (ws-veh-sub) "]."
           END-IF.

       Reconcile-Lot-Count.
           DISPLAY "Date of the count (CCYYMMDD): "
              WITH NO ADVANCING
           ACCEPT ws-count-date

           DISPLAY "Counted by                  : "
              WITH NO ADVANCING
           ACCEPT ws-count-counter

           MOVE 'N' TO ws-cap-date-valid-sw
           CALL "Val_Date" USING ws-count-year
                                 ws-count-month
                                 ws-count-day
                                 ws-cap-date-valid-sw

           IF sw-cap-date-valid-N
              DISPLAY "The count date [" ws-count-date "] is not a "
                      "valid calendar date. Nothing reconciled."
              GO TO Reconcile-Lot-Count-Exit
           END-IF

           PERFORM Load-Stock-Table
             THRU Load-Stock-Table-Exit

           IF sw-veh-overflow-Y
              DISPLAY "*** The count cannot be reconciled against a "
                      "partial inventory. Nothing reconciled. ***"
              GO TO Reconcile-Lot-Count-Exit
           END-IF

           MOVE ZEROES TO ws-count-lines
                          ws-count-duplicates
                          ws-count-matched
                          ws-count-not-found
                          ws-count-not-on-file
                          ws-count-flagged-sold
                          ws-count-adjustments
           MOVE 'N'    TO ws-eof-LotCount

           OPEN INPUT LotCount

           IF fs-LotCount NOT EQUAL "00"
              CLOSE LotCount
              DISPLAY "No lot count sheet was found. Nothing "
                      "reconciled."
              GO TO Reconcile-Lot-Count-Exit
           END-IF

           DISPLAY SPACE
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "|     Lot count reconciliation.     |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "Counted on [" ws-count-date "] by ["
                   ws-count-counter "]."
           DISPLAY SPACE
           DISPLAY "Units counted on the lot but NOT on file:"

           PERFORM Match-One-Count-Line
             UNTIL sw-eof-LotCount-Y

           CLOSE LotCount

           DISPLAY SPACE
           DISPLAY "Units counted on the lot but flagged SOLD:"

           PERFORM List-Counted-Sold-Unit
           VARYING ws-veh-sub FROM 1 BY 1
             UNTIL ws-veh-sub GREATER ws-veh-tbl-count

           DISPLAY SPACE
           DISPLAY "Units on file on the lot but NOT found:"

           PERFORM Review-Uncounted-Unit
           VARYING ws-veh-sub FROM 1 BY 1
             UNTIL ws-veh-sub GREATER ws-veh-tbl-count

           IF ws-count-adjustments GREATER ZEROES
              PERFORM Rewrite-Stock-File
                 THRU Rewrite-Stock-File-Exit

              IF fs-VehFile EQUAL "00"
                 PERFORM Write-Count-Audit-Trail
                    THRU Write-Count-Audit-Trail-Exit
              END-IF
           END-IF

           DISPLAY SPACE
           DISPLAY "Count sheet lines read          : ["
                   ws-count-lines "]."
           DISPLAY "Duplicate count lines ignored   : ["
                   ws-count-duplicates "]."
           DISPLAY "Counted units matched on file   : ["
                   ws-count-matched "]."
           DISPLAY "Counted units not on file       : ["
                   ws-count-not-on-file "]."
           DISPLAY "Counted units flagged sold      : ["
                   ws-count-flagged-sold "]."
           DISPLAY "Lot units on file not found     : ["
                   ws-count-not-found "]."
           DISPLAY "Adjustments made from the count : ["
                   ws-count-adjustments "].".
       Reconcile-Lot-Count-Exit.
           EXIT.

       Match-One-Count-Line.
           READ LotCount RECORD
             AT END
                SET sw-eof-LotCount-Y TO TRUE

            NOT AT END
                IF lotcount-rec-stock NOT EQUAL SPACES
                   ADD cte-01 TO ws-count-lines
                   MOVE lotcount-rec-stock TO ws-veh-seek-stock
                   PERFORM Find-Stock-Entry

                   IF ws-veh-found-sub EQUAL ZEROES
                      ADD cte-01 TO ws-count-not-on-file
                      PERFORM Add-Counted-Unit
                         THRU Add-Counted-Unit-Exit
                   ELSE
                      IF ws-veh-counted (ws-veh-found-sub) EQUAL 'Y'
                         ADD cte-01 TO ws-count-duplicates
                      ELSE
                         MOVE 'Y' TO ws-veh-counted (ws-veh-found-sub)
                         ADD cte-01 TO ws-count-matched
                      END-IF
                   END-IF
                END-IF
           END-READ.

       Add-Counted-Unit.
           DISPLAY "  [" lotcount-rec-stock "] is not on file."

           IF ws-veh-tbl-count NOT LESS cte-veh-tbl-max
              DISPLAY "  *** The inventory is full. The unit must be "
                      "recorded by hand. ***"
              GO TO Add-Counted-Unit-Exit
           END-IF

           DISPLAY "  Add it to stock on the lot (Y/N) : "
              WITH NO ADVANCING
           ACCEPT ws-count-answer

           IF NOT sw-count-answer-yes
              GO TO Add-Counted-Unit-Exit
           END-IF

           DISPLAY "  Model                            : "
              WITH NO ADVANCING
           ACCEPT ws-cap-model

           DISPLAY "  Acquisition cost                 : "
              WITH NO ADVANCING
           ACCEPT ws-cap-acq-cost

           ADD cte-01 TO ws-veh-tbl-count
           MOVE lotcount-rec-stock
             TO ws-veh-stock      (ws-veh-tbl-count)
           MOVE ws-cap-model
             TO ws-veh-model      (ws-veh-tbl-count)
           MOVE ws-count-date
             TO ws-veh-acq-date   (ws-veh-tbl-count)
           MOVE ws-cap-acq-cost
             TO ws-veh-acq-cost   (ws-veh-tbl-count)
           MOVE "L"
             TO ws-veh-status     (ws-veh-tbl-count)
           MOVE ZEROES
             TO ws-veh-sold-date  (ws-veh-tbl-count)
           MOVE 'Y'
             TO ws-veh-counted    (ws-veh-tbl-count)
           MOVE "AD"
             TO ws-veh-adjust     (ws-veh-tbl-count)
           MOVE SPACE
             TO ws-veh-old-status (ws-veh-tbl-count)

           ADD cte-01 TO ws-count-adjustments.
       Add-Counted-Unit-Exit.
           EXIT.

       List-Counted-Sold-Unit.
           IF  ws-veh-counted (ws-veh-sub) EQUAL 'Y'
           AND ws-veh-status  (ws-veh-sub) EQUAL "S"
               ADD cte-01 TO ws-count-flagged-sold
               DISPLAY "  [" ws-veh-stock (ws-veh-sub) "] ["
                       ws-veh-model (ws-veh-sub) "] sold on ["
                       ws-veh-sold-date (ws-veh-sub) "]: awaiting "
                       "delivery, or reverse the sale."
           END-IF.

       Review-Uncounted-Unit.
           IF ws-veh-counted (ws-veh-sub) EQUAL 'Y'
              IF ws-veh-status (ws-veh-sub) EQUAL "M"
                 DISPLAY "  [" ws-veh-stock (ws-veh-sub) "] was "
                         "missing and has been found again."
                 MOVE "L"  TO ws-veh-status (ws-veh-sub)
                 MOVE "RS" TO ws-veh-adjust (ws-veh-sub)
                 ADD cte-01 TO ws-count-adjustments
              END-IF
           ELSE
              IF ws-veh-status (ws-veh-sub) EQUAL "L"
                 ADD cte-01 TO ws-count-not-found
                 DISPLAY "  [" ws-veh-stock (ws-veh-sub) "] ["
                         ws-veh-model (ws-veh-sub) "] ["
                         ws-veh-acq-cost (ws-veh-sub) "]"
                 DISPLAY "  Mark it missing from the lot (Y/N) : "
                    WITH NO ADVANCING
                 ACCEPT ws-count-answer

                 IF sw-count-answer-yes
                    MOVE "M"  TO ws-veh-status (ws-veh-sub)
                    MOVE "MS" TO ws-veh-adjust (ws-veh-sub)
                    ADD cte-01 TO ws-count-adjustments
                 END-IF
              END-IF
           END-IF.

       Write-Count-Audit-Trail.
           OPEN EXTEND VehAudit

           IF fs-VehAudit NOT EQUAL "00" AND fs-VehAudit NOT EQUAL
              "05"
              CLOSE VehAudit
              DISPLAY "*** WARNING: the inventory audit trail could "
                      "not be opened. The adjustments were made but "
                      "NOT logged. ***"
              GO TO Write-Count-Audit-Trail-Exit
           END-IF

           ACCEPT ws-today FROM DATE YYYYMMDD

           PERFORM Write-One-Count-Audit
           VARYING ws-veh-sub FROM 1 BY 1
             UNTIL ws-veh-sub GREATER ws-veh-tbl-count

           CLOSE VehAudit.
       Write-Count-Audit-Trail-Exit.
           EXIT.

       Write-One-Count-Audit.
           IF ws-veh-adjust (ws-veh-sub) NOT EQUAL SPACES
              MOVE ws-today                   TO vehaudit-rec-date
              MOVE ws-count-date              TO vehaudit-rec-count-date
              MOVE ws-veh-stock (ws-veh-sub)  TO vehaudit-rec-stock
              MOVE ws-veh-adjust (ws-veh-sub) TO vehaudit-rec-action
              MOVE ws-veh-old-status (ws-veh-sub)
                TO vehaudit-rec-old-status
              MOVE ws-veh-status (ws-veh-sub)
                TO vehaudit-rec-new-status
              MOVE ws-count-counter           TO vehaudit-rec-counter
              MOVE ws-veh-acq-cost (ws-veh-sub)
                TO vehaudit-rec-acq-cost

              WRITE vehaudit-rec
           END-IF.

       Find-Stock-Entry.
           MOVE ZEROES TO ws-veh-found-sub

                     TO ws-veh-acq-cost (ws-veh-tbl-count)
                   MOVE veh-rec-status
                     TO ws-veh-status   (ws-veh-tbl-count)
                   MOVE 'N'
                     TO ws-veh-counted  (ws-veh-tbl-count)
                   MOVE SPACES
                     TO ws-veh-adjust   (ws-veh-tbl-count)
                   MOVE veh-rec-status
                     TO ws-veh-old-status (ws-veh-tbl-count)
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

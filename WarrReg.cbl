       IDENTIFICATION DIVISION.
       PROGRAM-ID. WarrReg.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WarrTerm ASSIGN TO ws-WarrTerm-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-WarrTerm.

           SELECT OPTIONAL WarrFile ASSIGN TO ws-WarrFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-WarrFile.

           SELECT OPTIONAL DetailFile ASSIGN TO ws-DetailFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-DetailFile.

           SELECT OPTIONAL CustFile ASSIGN TO ws-CustFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-CustFile.

           SELECT OPTIONAL SvcCntct ASSIGN TO ws-SvcCntct-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-SvcCntct.

       DATA DIVISION.
       FILE SECTION.
       FD  WarrTerm
           RECORD CONTAINS 20 CHARACTERS.

       01  warrterm-rec.
           03  warrterm-rec-model        PIC X(15) VALUE SPACES.
           03  warrterm-rec-months       PIC 9(03) VALUE ZEROES.
           03  warrterm-rec-svc-months   PIC 9(02) VALUE ZEROES.

       FD  WarrFile
           RECORD CONTAINS 49 CHARACTERS.

       01  warr-rec.
           03  warr-rec-stock            PIC X(08) VALUE SPACES.
           03  warr-rec-customer         PIC X(06) VALUE SPACES.
           03  warr-rec-model            PIC X(15) VALUE SPACES.
           03  warr-rec-sale-date        PIC 9(08) VALUE ZEROES.
           03  warr-rec-months           PIC 9(03) VALUE ZEROES.
           03  warr-rec-expiry           PIC 9(08) VALUE ZEROES.
           03  warr-rec-status           PIC X(01) VALUE "A".
               88  sw-warr-rec-active             VALUE "A".
               88  sw-warr-rec-void               VALUE "V".

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

       FD  CustFile
           RECORD CONTAINS 76 CHARACTERS.

       01  cust-rec.
           03  cust-rec-code             PIC X(06) VALUE SPACES.
           03  cust-rec-name             PIC X(25) VALUE SPACES.
           03  cust-rec-phone            PIC X(15) VALUE SPACES.
           03  cust-rec-email            PIC X(30) VALUE SPACES.

       FD  SvcCntct
           RECORD CONTAINS 118 CHARACTERS.

       01  svccntct-rec.
           03  svccntct-rec-customer     PIC X(06) VALUE SPACES.
           03  svccntct-rec-name         PIC X(25) VALUE SPACES.
           03  svccntct-rec-phone        PIC X(15) VALUE SPACES.
           03  svccntct-rec-email        PIC X(30) VALUE SPACES.
           03  svccntct-rec-stock        PIC X(08) VALUE SPACES.
           03  svccntct-rec-model        PIC X(15) VALUE SPACES.
           03  svccntct-rec-reason       PIC X(01) VALUE SPACE.
               88  sw-svccntct-rec-service        VALUE "S".
               88  sw-svccntct-rec-expiry         VALUE "W".
           03  svccntct-rec-due-date     PIC 9(08) VALUE ZEROES.
           03  svccntct-rec-run-date     PIC 9(08) VALUE ZEROES.
           03  FILLER                    PIC X(02) VALUE SPACES.

       WORKING-STORAGE SECTION.
       77  fs-WarrTerm                  PIC X(02) VALUE SPACES.
       77  fs-WarrFile                  PIC X(02) VALUE SPACES.
       77  fs-DetailFile                PIC X(02) VALUE SPACES.
       77  fs-CustFile                  PIC X(02) VALUE SPACES.
       77  fs-SvcCntct                  PIC X(02) VALUE SPACES.

       77  ws-WarrTerm-name             PIC X(12) VALUE "WarrTerm".
       77  ws-WarrFile-name             PIC X(12) VALUE "WarrFile".
       77  ws-DetailFile-name           PIC X(12) VALUE "CarSlsDt".
       77  ws-CustFile-name             PIC X(12) VALUE "CustFile".
       77  ws-SvcCntct-name             PIC X(12) VALUE "SvcCntct".

       77  ws-eof-WarrTerm              PIC X(01) VALUE 'N'.
           88  sw-eof-WarrTerm-Y                  VALUE 'Y'.
       77  ws-eof-WarrFile              PIC X(01) VALUE 'N'.
           88  sw-eof-WarrFile-Y                  VALUE 'Y'.
       77  ws-eof-DetailFile            PIC X(01) VALUE 'N'.
           88  sw-eof-DetailFile-Y                VALUE 'Y'.
       77  ws-eof-CustFile              PIC X(01) VALUE 'N'.
           88  sw-eof-CustFile-Y                  VALUE 'Y'.

       78  cte-01                                 VALUE 01.
       78  cte-12                                 VALUE 12.
       78  cte-expiry-window-days                 VALUE 60.
       78  cte-service-window-days                VALUE 30.
       78  cte-term-tbl-max                       VALUE 100.
       78  cte-warr-tbl-max                       VALUE 2000.
       78  cte-cust-tbl-max                       VALUE 200.

       01  ws-menu-controls.
           03  ws-menu-option           PIC 9(01) VALUE ZERO.
               88  sw-menu-option-term            VALUE 1.
               88  sw-menu-option-register        VALUE 2.
               88  sw-menu-option-contact         VALUE 3.
               88  sw-menu-option-list            VALUE 4.
               88  sw-menu-option-exit            VALUE 5.

       01  ws-capture-fields.
           03  ws-cap-model             PIC X(15) VALUE SPACES.
           03  ws-cap-months            PIC 9(03) VALUE ZEROES.
           03  ws-cap-svc-months        PIC 9(02) VALUE ZEROES.

       01  ws-term-controls.
           03  ws-term-tbl-count        PIC 9(03) VALUE ZEROES.
           03  ws-term-sub              PIC 9(03) VALUE ZEROES.
           03  ws-term-found-sub        PIC 9(03) VALUE ZEROES.

       01  ws-term-table.
           03  ws-term-entry OCCURS cte-term-tbl-max TIMES.
               05  ws-term-model        PIC X(15).
               05  ws-term-months       PIC 9(03).
               05  ws-term-svc-months   PIC 9(02).

       01  ws-warr-controls.
           03  ws-warr-tbl-count        PIC 9(04) VALUE ZEROES.
           03  ws-warr-sub              PIC 9(04) VALUE ZEROES.
           03  ws-warr-found-sub        PIC 9(04) VALUE ZEROES.
           03  ws-warr-overflow-sw      PIC X(01) VALUE 'N'.
               88  sw-warr-overflow-Y             VALUE 'Y'.
           03  ws-warr-changed-sw       PIC X(01) VALUE 'N'.
               88  sw-warr-changed-Y              VALUE 'Y'.

       01  ws-warr-table.
           03  ws-warr-entry OCCURS cte-warr-tbl-max TIMES.
               05  ws-warr-stock        PIC X(08).
               05  ws-warr-customer     PIC X(06).
               05  ws-warr-model        PIC X(15).
               05  ws-warr-sale-date    PIC 9(08).
               05  ws-warr-months       PIC 9(03).
               05  ws-warr-expiry       PIC 9(08).
               05  ws-warr-status       PIC X(01).
               05  ws-warr-sale-live    PIC X(01).

       01  ws-customer-controls.
           03  ws-cust-tbl-count        PIC 9(03) VALUE ZEROES.
           03  ws-cust-sub              PIC 9(03) VALUE ZEROES.
           03  ws-cust-found-sub        PIC 9(03) VALUE ZEROES.
           03  ws-cust-seek-code        PIC X(06) VALUE SPACES.

       01  ws-customer-table.
           03  ws-cust-entry OCCURS cte-cust-tbl-max TIMES.
               05  ws-cust-code         PIC X(06).
               05  ws-cust-name         PIC X(25).
               05  ws-cust-phone        PIC X(15).
               05  ws-cust-email        PIC X(30).

       01  ws-date-fields.
           03  ws-add-base              PIC 9(08) VALUE ZEROES.
           03  ws-add-base-r        REDEFINES ws-add-base.
               05  ws-add-base-year     PIC 9(04).
               05  ws-add-base-month    PIC 9(02).
               05  ws-add-base-day      PIC 9(02).
           03  ws-add-months            PIC 9(04) VALUE ZEROES.
           03  ws-add-total             PIC 9(06) VALUE ZEROES.
           03  ws-add-result.
               05  ws-add-year          PIC 9(04) VALUE ZEROES.
               05  ws-add-month         PIC 9(02) VALUE ZEROES.
               05  ws-add-day           PIC 9(02) VALUE ZEROES.
           03  ws-add-result-num    REDEFINES ws-add-result
                                        PIC 9(08).
           03  ws-add-valid-sw          PIC X(01) VALUE 'N'.
               88  sw-add-valid-Y                 VALUE 'Y'.

       01  ws-contact-fields.
           03  ws-run-date.
               05  ws-run-year          PIC 9(04) VALUE ZEROES.
               05  ws-run-month         PIC 9(02) VALUE ZEROES.
               05  ws-run-day           PIC 9(02) VALUE ZEROES.
           03  ws-run-date-num      REDEFINES ws-run-date
                                        PIC 9(08).
           03  ws-run-date-valid-sw     PIC X(01) VALUE 'N'.
               88  sw-run-date-valid-Y            VALUE 'Y'.
               88  sw-run-date-valid-N            VALUE 'N'.
           03  ws-expiry-limit          PIC 9(08) VALUE ZEROES.
           03  ws-service-limit         PIC 9(08) VALUE ZEROES.
           03  ws-svc-k                 PIC 9(04) VALUE ZEROES.
           03  ws-svc-due               PIC 9(08) VALUE ZEROES.
           03  ws-svc-found             PIC 9(08) VALUE ZEROES.
           03  ws-svc-done-sw           PIC X(01) VALUE 'N'.
               88  sw-svc-done-Y                  VALUE 'Y'.

       01  ws-warr-counters.
           03  ws-sales-read            PIC 9(06) VALUE ZEROES.
           03  ws-warr-added            PIC 9(05) VALUE ZEROES.
           03  ws-warr-voided           PIC 9(05) VALUE ZEROES.
           03  ws-sales-no-term         PIC 9(05) VALUE ZEROES.
           03  ws-sales-no-stock        PIC 9(05) VALUE ZEROES.
           03  ws-contacts-service      PIC 9(05) VALUE ZEROES.
           03  ws-contacts-expiry       PIC 9(05) VALUE ZEROES.
           03  ws-contacts-no-channel   PIC 9(05) VALUE ZEROES.
           03  ws-list-counter          PIC 9(05) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "Warranty register and service-reminder contacts."

           PERFORM Process-Menu
             UNTIL sw-menu-option-exit

           STOP RUN.

       Process-Menu.
           DISPLAY SPACE
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "|     Warranty Register.            |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "| [1]. Record a model warranty term.|"
           DISPLAY "| [2]. Register the sold vehicles.  |"
           DISPLAY "| [3]. Monthly contact list.        |"
           DISPLAY "| [4]. List the warranty register.  |"
           DISPLAY "| [5]. Exit this program.           |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "Enter your own choice: " WITH NO ADVANCING
           ACCEPT ws-menu-option

           EVALUATE TRUE
               WHEN sw-menu-option-term
                    PERFORM Record-Warranty-Term

               WHEN sw-menu-option-register
                    PERFORM Register-Sold-Vehicles
                      THRU Register-Sold-Vehicles-Exit

               WHEN sw-menu-option-contact
                    PERFORM Build-Contact-List
                      THRU Build-Contact-List-Exit

               WHEN sw-menu-option-list
                    PERFORM List-Warranty-Register
                      THRU List-Warranty-Register-Exit

               WHEN sw-menu-option-exit
                    DISPLAY "Leaving this program..."

               WHEN OTHER
                    DISPLAY "Unrecognized option. Please try again!"
           END-EVALUATE.

       Record-Warranty-Term.
           DISPLAY "Model                          : "
              WITH NO ADVANCING
           ACCEPT ws-cap-model

           DISPLAY "Warranty term in months        : "
              WITH NO ADVANCING
           ACCEPT ws-cap-months

           DISPLAY "Routine service every N months : "
              WITH NO ADVANCING
           ACCEPT ws-cap-svc-months

           IF ws-cap-model EQUAL SPACES
           OR ws-cap-months EQUAL ZEROES
              DISPLAY "The model and warranty term must be entered. "
                      "Nothing recorded."
           ELSE
              OPEN EXTEND WarrTerm

              IF fs-WarrTerm EQUAL "00" OR fs-WarrTerm EQUAL "05"
                 MOVE ws-cap-model      TO warrterm-rec-model
                 MOVE ws-cap-months     TO warrterm-rec-months
                 MOVE ws-cap-svc-months TO warrterm-rec-svc-months

                 WRITE warrterm-rec

                 CLOSE WarrTerm

                 DISPLAY "The warranty term was recorded. It "
                         "replaces any earlier term for the model "
                         "on vehicles registered from now on."
              ELSE
                 CLOSE WarrTerm
                 DISPLAY "*** WARNING: the warranty term file could "
                         "not be opened. Nothing recorded. ***"
              END-IF
           END-IF.

       Register-Sold-Vehicles.
           PERFORM Load-Term-Table
              THRU Load-Term-Table-Exit

           IF ws-term-tbl-count EQUAL ZEROES
              DISPLAY "No model warranty terms are on file. Nothing "
                      "registered."
              GO TO Register-Sold-Vehicles-Exit
           END-IF

           PERFORM Load-Warranty-Table
              THRU Load-Warranty-Table-Exit

           IF sw-warr-overflow-Y
              GO TO Register-Sold-Vehicles-Exit
           END-IF

           MOVE ZEROES TO ws-sales-read
                          ws-warr-added
                          ws-warr-voided
                          ws-sales-no-term
                          ws-sales-no-stock
           MOVE 'N'    TO ws-eof-DetailFile
                          ws-warr-changed-sw

           OPEN INPUT DetailFile

           IF fs-DetailFile NOT EQUAL "00"
              CLOSE DetailFile
              DISPLAY "No sales detail file was found. Nothing "
                      "registered."
              GO TO Register-Sold-Vehicles-Exit
           END-IF

           PERFORM Register-One-Sale
             UNTIL sw-eof-DetailFile-Y

           CLOSE DetailFile

           PERFORM Void-Reversed-Registration
           VARYING ws-warr-sub FROM 1 BY 1
             UNTIL ws-warr-sub GREATER ws-warr-tbl-count

           IF sw-warr-changed-Y
              PERFORM Rewrite-Warranty-File
                 THRU Rewrite-Warranty-File-Exit
           END-IF

           DISPLAY SPACE
           DISPLAY "Live sales read                 : ["
                   ws-sales-read "]."
           DISPLAY "Warranties registered           : ["
                   ws-warr-added "]."
           DISPLAY "Registrations voided (reversed) : ["
                   ws-warr-voided "]."
           DISPLAY "Sales naming no stock unit      : ["
                   ws-sales-no-stock "]."
           DISPLAY "Sales of a model with no term   : ["
                   ws-sales-no-term "].".
       Register-Sold-Vehicles-Exit.
           EXIT.

       Register-One-Sale.
           READ DetailFile RECORD
             AT END
                SET sw-eof-DetailFile-Y TO TRUE

            NOT AT END
                IF NOT sw-detail-rec-reversed
                   ADD cte-01 TO ws-sales-read

                   IF detail-rec-stock EQUAL SPACES
                      ADD cte-01 TO ws-sales-no-stock
                   ELSE
                      PERFORM Find-Stock-Registration

                      IF ws-warr-found-sub GREATER ZEROES
                         MOVE 'Y'
                           TO ws-warr-sale-live (ws-warr-found-sub)
                      ELSE
                         PERFORM Add-One-Registration
                            THRU Add-One-Registration-Exit
                      END-IF
                   END-IF
                END-IF
           END-READ.

       Add-One-Registration.
           MOVE ZEROES TO ws-term-found-sub

           PERFORM Match-Term-Entry
           VARYING ws-term-sub FROM 1 BY 1
             UNTIL ws-term-sub GREATER ws-term-tbl-count

           IF ws-term-found-sub EQUAL ZEROES
              ADD cte-01 TO ws-sales-no-term
              DISPLAY "*** No warranty term for model ["
                      detail-rec-model "] sold as stock ["
                      detail-rec-stock "]. ***"
              GO TO Add-One-Registration-Exit
           END-IF

           IF ws-warr-tbl-count NOT LESS cte-warr-tbl-max
              DISPLAY "*** The warranty register is full. Stock ["
                      detail-rec-stock "] was not registered. ***"
              GO TO Add-One-Registration-Exit
           END-IF

           MOVE detail-rec-sale-date TO ws-add-base
           MOVE ws-term-months (ws-term-found-sub) TO ws-add-months
           PERFORM Add-Months-To-Date

           ADD cte-01 TO ws-warr-tbl-count
           MOVE detail-rec-stock
             TO ws-warr-stock     (ws-warr-tbl-count)
           MOVE detail-rec-customer
             TO ws-warr-customer  (ws-warr-tbl-count)
           MOVE detail-rec-model
             TO ws-warr-model     (ws-warr-tbl-count)
           MOVE detail-rec-sale-date
             TO ws-warr-sale-date (ws-warr-tbl-count)
           MOVE ws-term-months (ws-term-found-sub)
             TO ws-warr-months    (ws-warr-tbl-count)
           MOVE ws-add-result-num
             TO ws-warr-expiry    (ws-warr-tbl-count)
           MOVE "A"
             TO ws-warr-status    (ws-warr-tbl-count)
           MOVE 'Y'
             TO ws-warr-sale-live (ws-warr-tbl-count)

           ADD cte-01 TO ws-warr-added
           SET sw-warr-changed-Y TO TRUE.
       Add-One-Registration-Exit.
           EXIT.

       Match-Term-Entry.
           IF ws-term-model (ws-term-sub) EQUAL detail-rec-model
              MOVE ws-term-sub TO ws-term-found-sub
           END-IF.

       Find-Stock-Registration.
           MOVE ZEROES TO ws-warr-found-sub

           PERFORM Match-Stock-Registration
           VARYING ws-warr-sub FROM 1 BY 1
             UNTIL ws-warr-sub GREATER ws-warr-tbl-count
                OR ws-warr-found-sub GREATER ZEROES.

       Match-Stock-Registration.
           IF  ws-warr-stock     (ws-warr-sub) EQUAL detail-rec-stock
           AND ws-warr-sale-date (ws-warr-sub) EQUAL
               detail-rec-sale-date
               MOVE ws-warr-sub TO ws-warr-found-sub
           END-IF.

       Void-Reversed-Registration.
           IF  ws-warr-status    (ws-warr-sub) EQUAL "A"
           AND ws-warr-sale-live (ws-warr-sub) NOT EQUAL 'Y'
               MOVE "V" TO ws-warr-status (ws-warr-sub)
               ADD cte-01 TO ws-warr-voided
               SET sw-warr-changed-Y TO TRUE
           END-IF.

       Add-Months-To-Date.
           COMPUTE ws-add-total =
                   ws-add-base-year * cte-12
                 + ws-add-base-month - 1
                 + ws-add-months

           DIVIDE ws-add-total BY cte-12
              GIVING ws-add-year REMAINDER ws-add-month
           ADD cte-01 TO ws-add-month
           MOVE ws-add-base-day TO ws-add-day

           MOVE 'N' TO ws-add-valid-sw
           PERFORM Fit-Result-Day
             UNTIL sw-add-valid-Y.

       Fit-Result-Day.
           CALL "Val_Date" USING ws-add-year
                                 ws-add-month
                                 ws-add-day
                                 ws-add-valid-sw

           IF NOT sw-add-valid-Y
              SUBTRACT cte-01 FROM ws-add-day
           END-IF.

       Build-Contact-List.
           DISPLAY "Run date (CCYYMMDD, zero for today) : "
              WITH NO ADVANCING
           ACCEPT ws-run-date

           IF ws-run-date-num EQUAL ZEROES
              ACCEPT ws-run-date-num FROM DATE YYYYMMDD
           END-IF

           MOVE 'N' TO ws-run-date-valid-sw
           CALL "Val_Date" USING ws-run-year
                                 ws-run-month
                                 ws-run-day
                                 ws-run-date-valid-sw

           IF sw-run-date-valid-N
              DISPLAY "The run date [" ws-run-date-num "] is not a "
                      "valid calendar date. No list produced."
              GO TO Build-Contact-List-Exit
           END-IF

           COMPUTE ws-expiry-limit =
                   DATE-OF-INTEGER(INTEGER-OF-DATE(ws-run-date-num)
                                   + cte-expiry-window-days)
           COMPUTE ws-service-limit =
                   DATE-OF-INTEGER(INTEGER-OF-DATE(ws-run-date-num)
                                   + cte-service-window-days)

           PERFORM Load-Term-Table
              THRU Load-Term-Table-Exit

           PERFORM Load-Warranty-Table
              THRU Load-Warranty-Table-Exit

           PERFORM Load-Customer-Table
              THRU Load-Customer-Table-Exit

           MOVE ZEROES TO ws-contacts-service
                          ws-contacts-expiry
                          ws-contacts-no-channel

           OPEN OUTPUT SvcCntct

           IF fs-SvcCntct NOT EQUAL "00" AND
              fs-SvcCntct NOT EQUAL "05"
              CLOSE SvcCntct
              DISPLAY "*** WARNING: the service contact file could "
                      "not be opened. No list produced. ***"
              GO TO Build-Contact-List-Exit
           END-IF

           DISPLAY SPACE
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "|     Service contact list.         |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "Run [" ws-run-date-num "]: service due by ["
                   ws-service-limit "], warranty ending by ["
                   ws-expiry-limit "]."

           PERFORM Contact-One-Registration
           VARYING ws-warr-sub FROM 1 BY 1
             UNTIL ws-warr-sub GREATER ws-warr-tbl-count

           CLOSE SvcCntct

           DISPLAY SPACE
           DISPLAY "Service reminders due      : ["
                   ws-contacts-service "]."
           DISPLAY "Warranties expiring soon   : ["
                   ws-contacts-expiry "]."
           DISPLAY "Contacts with no phone or e-mail on file: ["
                   ws-contacts-no-channel "]."
           DISPLAY "The list was written to [" ws-SvcCntct-name
                   "] for the service department.".
       Build-Contact-List-Exit.
           EXIT.

       Contact-One-Registration.
           IF ws-warr-status (ws-warr-sub) EQUAL "A"
              PERFORM Find-Service-Due

              IF ws-svc-found GREATER ZEROES
                 MOVE "S"          TO svccntct-rec-reason
                 MOVE ws-svc-found TO svccntct-rec-due-date
                 ADD cte-01 TO ws-contacts-service
                 PERFORM Write-One-Contact
              END-IF

              IF  ws-warr-expiry (ws-warr-sub) NOT LESS
                  ws-run-date-num
              AND ws-warr-expiry (ws-warr-sub) NOT GREATER
                  ws-expiry-limit
                  MOVE "W" TO svccntct-rec-reason
                  MOVE ws-warr-expiry (ws-warr-sub)
                    TO svccntct-rec-due-date
                  ADD cte-01 TO ws-contacts-expiry
                  PERFORM Write-One-Contact
              END-IF
           END-IF.

       Find-Service-Due.
           MOVE ZEROES TO ws-svc-found
                          ws-svc-k
           MOVE 'N'    TO ws-svc-done-sw
           MOVE ZEROES TO ws-term-found-sub

           PERFORM Match-Registered-Term
           VARYING ws-term-sub FROM 1 BY 1
             UNTIL ws-term-sub GREATER ws-term-tbl-count

           IF ws-term-found-sub GREATER ZEROES
              IF ws-term-svc-months (ws-term-found-sub) GREATER ZEROES
                 PERFORM Step-Service-Date
                   UNTIL sw-svc-done-Y
              END-IF
           END-IF.

       Match-Registered-Term.
           IF ws-term-model (ws-term-sub) EQUAL
              ws-warr-model (ws-warr-sub)
              MOVE ws-term-sub TO ws-term-found-sub
           END-IF.

       Step-Service-Date.
           ADD cte-01 TO ws-svc-k

           MOVE ws-warr-sale-date (ws-warr-sub) TO ws-add-base
           COMPUTE ws-add-months =
                   ws-svc-k * ws-term-svc-months (ws-term-found-sub)
           PERFORM Add-Months-To-Date
           MOVE ws-add-result-num TO ws-svc-due

           IF ws-svc-due GREATER ws-service-limit
              SET sw-svc-done-Y TO TRUE
           ELSE
              IF ws-svc-due NOT LESS ws-run-date-num
                 MOVE ws-svc-due TO ws-svc-found
                 SET sw-svc-done-Y TO TRUE
              END-IF
           END-IF.

       Write-One-Contact.
           MOVE ws-warr-customer (ws-warr-sub) TO ws-cust-seek-code
           PERFORM Find-Customer-Entry

           MOVE ws-warr-customer (ws-warr-sub)
             TO svccntct-rec-customer
           MOVE ws-warr-stock    (ws-warr-sub) TO svccntct-rec-stock
           MOVE ws-warr-model    (ws-warr-sub) TO svccntct-rec-model
           MOVE ws-run-date-num                TO svccntct-rec-run-date

           IF ws-cust-found-sub EQUAL ZEROES
              MOVE "** not in CustFile **" TO svccntct-rec-name
              MOVE SPACES TO svccntct-rec-phone
                             svccntct-rec-email
           ELSE
              MOVE ws-cust-name  (ws-cust-found-sub)
                TO svccntct-rec-name
              MOVE ws-cust-phone (ws-cust-found-sub)
                TO svccntct-rec-phone
              MOVE ws-cust-email (ws-cust-found-sub)
                TO svccntct-rec-email
           END-IF

           IF  svccntct-rec-phone EQUAL SPACES
           AND svccntct-rec-email EQUAL SPACES
               ADD cte-01 TO ws-contacts-no-channel
           END-IF

           WRITE svccntct-rec

           DISPLAY "[" svccntct-rec-reason "] ["
                   svccntct-rec-due-date "] ["
                   svccntct-rec-customer "] [" svccntct-rec-name
                   "] [" svccntct-rec-stock "] ["
                   svccntct-rec-model "]"
           DISPLAY "    phone [" svccntct-rec-phone "] e-mail ["
                   svccntct-rec-email "]".

       List-Warranty-Register.
           PERFORM Load-Warranty-Table
              THRU Load-Warranty-Table-Exit

           IF ws-warr-tbl-count EQUAL ZEROES
              DISPLAY "The warranty register is empty."
              GO TO List-Warranty-Register-Exit
           END-IF

           MOVE ZEROES TO ws-list-counter

           DISPLAY SPACE
           DISPLAY "Stock    Cust   Model           Sold     "
                   "Months Expires  St"

           PERFORM List-One-Registration
           VARYING ws-warr-sub FROM 1 BY 1
             UNTIL ws-warr-sub GREATER ws-warr-tbl-count

           DISPLAY "Registrations on file: [" ws-list-counter "].".
       List-Warranty-Register-Exit.
           EXIT.

       List-One-Registration.
           ADD cte-01 TO ws-list-counter
           DISPLAY "[" ws-warr-stock (ws-warr-sub) "] ["
                   ws-warr-customer (ws-warr-sub) "] ["
                   ws-warr-model (ws-warr-sub) "] ["
                   ws-warr-sale-date (ws-warr-sub) "] ["
                   ws-warr-months (ws-warr-sub) "] ["
                   ws-warr-expiry (ws-warr-sub) "] ["
                   ws-warr-status (ws-warr-sub) "]".

       Find-Customer-Entry.
           MOVE ZEROES TO ws-cust-found-sub

           PERFORM Match-Customer-Entry
           VARYING ws-cust-sub FROM 1 BY 1
             UNTIL ws-cust-sub GREATER ws-cust-tbl-count
                OR ws-cust-found-sub GREATER ZEROES.

       Match-Customer-Entry.
           IF ws-cust-code (ws-cust-sub) EQUAL ws-cust-seek-code
              MOVE ws-cust-sub TO ws-cust-found-sub
           END-IF.

       Load-Term-Table.
           MOVE ZEROES TO ws-term-tbl-count
           MOVE 'N'    TO ws-eof-WarrTerm

           OPEN INPUT WarrTerm

           IF fs-WarrTerm NOT EQUAL "00"
              CLOSE WarrTerm
              GO TO Load-Term-Table-Exit
           END-IF

           PERFORM Read-One-Term
             UNTIL sw-eof-WarrTerm-Y

           CLOSE WarrTerm.
       Load-Term-Table-Exit.
           EXIT.

       Read-One-Term.
           READ WarrTerm RECORD
             AT END
                SET sw-eof-WarrTerm-Y TO TRUE

            NOT AT END
                MOVE warrterm-rec-model TO ws-cap-model
                MOVE ZEROES             TO ws-term-found-sub

                PERFORM Match-Loaded-Term
                VARYING ws-term-sub FROM 1 BY 1
                  UNTIL ws-term-sub GREATER ws-term-tbl-count

                IF  ws-term-found-sub EQUAL ZEROES
                AND ws-term-tbl-count LESS cte-term-tbl-max
                    ADD cte-01 TO ws-term-tbl-count
                    MOVE ws-term-tbl-count TO ws-term-found-sub
                    MOVE warrterm-rec-model
                      TO ws-term-model (ws-term-found-sub)
                END-IF

                IF ws-term-found-sub GREATER ZEROES
                   MOVE warrterm-rec-months
                     TO ws-term-months     (ws-term-found-sub)
                   MOVE warrterm-rec-svc-months
                     TO ws-term-svc-months (ws-term-found-sub)
                END-IF
           END-READ.

       Match-Loaded-Term.
           IF ws-term-model (ws-term-sub) EQUAL ws-cap-model
              MOVE ws-term-sub TO ws-term-found-sub
           END-IF.

       Load-Customer-Table.
           MOVE ZEROES TO ws-cust-tbl-count
           MOVE 'N'    TO ws-eof-CustFile

           OPEN INPUT CustFile

           IF fs-CustFile NOT EQUAL "00"
              CLOSE CustFile
              DISPLAY "*** WARNING: no customer master was found. "
                      "The list has no phone numbers or e-mail. ***"
              GO TO Load-Customer-Table-Exit
           END-IF

           PERFORM Read-One-Customer
             UNTIL sw-eof-CustFile-Y

           CLOSE CustFile.
       Load-Customer-Table-Exit.
           EXIT.

       Read-One-Customer.
           READ CustFile RECORD
             AT END
                SET sw-eof-CustFile-Y TO TRUE

            NOT AT END
                IF ws-cust-tbl-count LESS cte-cust-tbl-max
                   ADD cte-01 TO ws-cust-tbl-count
                   MOVE cust-rec-code
                     TO ws-cust-code  (ws-cust-tbl-count)
                   MOVE cust-rec-name
                     TO ws-cust-name  (ws-cust-tbl-count)
                   MOVE cust-rec-phone
                     TO ws-cust-phone (ws-cust-tbl-count)
                   MOVE cust-rec-email
                     TO ws-cust-email (ws-cust-tbl-count)
                ELSE
                   SET sw-eof-CustFile-Y TO TRUE
                END-IF
           END-READ.

       Load-Warranty-Table.
           MOVE ZEROES TO ws-warr-tbl-count
           MOVE 'N'    TO ws-eof-WarrFile
                          ws-warr-overflow-sw

           OPEN INPUT WarrFile

           IF fs-WarrFile NOT EQUAL "00"
              CLOSE WarrFile
              GO TO Load-Warranty-Table-Exit
           END-IF

           PERFORM Read-One-Registration
             UNTIL sw-eof-WarrFile-Y

           CLOSE WarrFile

           IF sw-warr-overflow-Y
              DISPLAY "*** The warranty register holds more than ["
                      cte-warr-tbl-max "] vehicles. Nothing was "
                      "changed: archive the expired warranties. ***"
           END-IF.
       Load-Warranty-Table-Exit.
           EXIT.

       Read-One-Registration.
           READ WarrFile RECORD
             AT END
                SET sw-eof-WarrFile-Y TO TRUE

            NOT AT END
                IF ws-warr-tbl-count LESS cte-warr-tbl-max
                   ADD cte-01 TO ws-warr-tbl-count
                   MOVE warr-rec-stock
                     TO ws-warr-stock     (ws-warr-tbl-count)
                   MOVE warr-rec-customer
                     TO ws-warr-customer  (ws-warr-tbl-count)
                   MOVE warr-rec-model
                     TO ws-warr-model     (ws-warr-tbl-count)
                   MOVE warr-rec-sale-date
                     TO ws-warr-sale-date (ws-warr-tbl-count)
                   MOVE warr-rec-months
                     TO ws-warr-months    (ws-warr-tbl-count)
                   MOVE warr-rec-expiry
                     TO ws-warr-expiry    (ws-warr-tbl-count)
                   MOVE warr-rec-status
                     TO ws-warr-status    (ws-warr-tbl-count)
                   MOVE 'N'
                     TO ws-warr-sale-live (ws-warr-tbl-count)
                ELSE
                   SET sw-warr-overflow-Y TO TRUE
                   SET sw-eof-WarrFile-Y  TO TRUE
                END-IF
           END-READ.

       Rewrite-Warranty-File.
           OPEN OUTPUT WarrFile

           IF fs-WarrFile NOT EQUAL "00" AND
              fs-WarrFile NOT EQUAL "05"
              CLOSE WarrFile
              DISPLAY "*** WARNING: the warranty register could not "
                      "be rewritten. Nothing was registered. ***"
              GO TO Rewrite-Warranty-File-Exit
           END-IF

           PERFORM Write-One-Registration
           VARYING ws-warr-sub FROM 1 BY 1
             UNTIL ws-warr-sub GREATER ws-warr-tbl-count

           CLOSE WarrFile.
       Rewrite-Warranty-File-Exit.
           EXIT.

       Write-One-Registration.
           MOVE ws-warr-stock     (ws-warr-sub) TO warr-rec-stock
           MOVE ws-warr-customer  (ws-warr-sub) TO warr-rec-customer
           MOVE ws-warr-model     (ws-warr-sub) TO warr-rec-model
           MOVE ws-warr-sale-date (ws-warr-sub) TO warr-rec-sale-date
           MOVE ws-warr-months    (ws-warr-sub) TO warr-rec-months
           MOVE ws-warr-expiry    (ws-warr-sub) TO warr-rec-expiry
           MOVE ws-warr-status    (ws-warr-sub) TO warr-rec-status

           WRITE warr-rec.

       END PROGRAM WarrReg.

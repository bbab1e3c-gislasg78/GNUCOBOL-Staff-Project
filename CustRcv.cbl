       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustRcv.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RcvFile ASSIGN TO ws-RcvFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-RcvFile.

           SELECT OPTIONAL RcvPay ASSIGN TO ws-RcvPay-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-RcvPay.

           SELECT OPTIONAL DetailFile ASSIGN TO ws-DetailFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-DetailFile.

           SELECT OPTIONAL CustFile ASSIGN TO ws-CustFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-CustFile.

       DATA DIVISION.
       FILE SECTION.
       FD  RcvFile
           RECORD CONTAINS 93 CHARACTERS.

       01  rcv-rec.
           03  rcv-rec-number            PIC 9(06) VALUE ZEROES.
           03  rcv-rec-customer          PIC X(06) VALUE SPACES.
           03  rcv-rec-stock             PIC X(08) VALUE SPACES.
           03  rcv-rec-sale-date         PIC 9(08) VALUE ZEROES.
           03  rcv-rec-sale-amount       PIC 9(07)V9(02)
                                                   VALUE ZEROES.
           03  rcv-rec-down-payment      PIC 9(07)V9(02)
                                                   VALUE ZEROES.
           03  rcv-rec-financed          PIC 9(07)V9(02)
                                                   VALUE ZEROES.
           03  rcv-rec-instalments       PIC 9(03) VALUE ZEROES.
           03  rcv-rec-instalment-amt    PIC 9(07)V9(02)
                                                   VALUE ZEROES.
           03  rcv-rec-first-due         PIC 9(08) VALUE ZEROES.
           03  rcv-rec-paid              PIC 9(07)V9(02)
                                                   VALUE ZEROES.
           03  rcv-rec-last-paid         PIC 9(08) VALUE ZEROES.
           03  rcv-rec-status            PIC X(01) VALUE "O".
               88  sw-rcv-rec-open                VALUE "O".
               88  sw-rcv-rec-paid-off            VALUE "P".
               88  sw-rcv-rec-reversed            VALUE "V".

       FD  RcvPay
           RECORD CONTAINS 33 CHARACTERS.

       01  rcvpay-rec.
           03  rcvpay-rec-number         PIC 9(06) VALUE ZEROES.
           03  rcvpay-rec-date           PIC 9(08) VALUE ZEROES.
           03  rcvpay-rec-amount         PIC 9(07)V9(02)
                                                   VALUE ZEROES.
           03  rcvpay-rec-reference      PIC X(10) VALUE SPACES.

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

       WORKING-STORAGE SECTION.
       77  fs-RcvFile                   PIC X(02) VALUE SPACES.
       77  fs-RcvPay                    PIC X(02) VALUE SPACES.
       77  fs-DetailFile                PIC X(02) VALUE SPACES.
       77  fs-CustFile                  PIC X(02) VALUE SPACES.

       77  ws-RcvFile-name              PIC X(12) VALUE "RcvFile".
       77  ws-RcvPay-name               PIC X(12) VALUE "RcvPay".
       77  ws-DetailFile-name           PIC X(12) VALUE "CarSlsDt".
       77  ws-CustFile-name             PIC X(12) VALUE "CustFile".

       77  ws-eof-RcvFile               PIC X(01) VALUE 'N'.
           88  sw-eof-RcvFile-Y                   VALUE 'Y'.
       77  ws-eof-DetailFile            PIC X(01) VALUE 'N'.
           88  sw-eof-DetailFile-Y                VALUE 'Y'.
       77  ws-eof-CustFile              PIC X(01) VALUE 'N'.
           88  sw-eof-CustFile-Y                  VALUE 'Y'.

       78  cte-01                                 VALUE 01.
       78  cte-12                                 VALUE 12.
       78  cte-rcv-tbl-max                        VALUE 1000.
       78  cte-cust-tbl-max                       VALUE 200.

       01  ws-menu-controls.
           03  ws-menu-option           PIC 9(01) VALUE ZERO.
               88  sw-menu-option-open            VALUE 1.
               88  sw-menu-option-payment         VALUE 2.
               88  sw-menu-option-schedule        VALUE 3.
               88  sw-menu-option-ageing          VALUE 4.
               88  sw-menu-option-collect         VALUE 5.
               88  sw-menu-option-exit            VALUE 6.

       01  ws-capture-fields.
           03  ws-cap-stock             PIC X(08) VALUE SPACES.
           03  ws-cap-sale-date         PIC 9(08) VALUE ZEROES.
           03  ws-cap-number            PIC 9(06) VALUE ZEROES.
           03  ws-cap-down-payment      PIC 9(07)V9(02)
                                                  VALUE ZEROES.
           03  ws-cap-instalments       PIC 9(03) VALUE ZEROES.
           03  ws-cap-first-due.
               05  ws-cap-due-year      PIC 9(04) VALUE ZEROES.
               05  ws-cap-due-month     PIC 9(02) VALUE ZEROES.
               05  ws-cap-due-day       PIC 9(02) VALUE ZEROES.
           03  ws-cap-pay-date.
               05  ws-cap-pay-year      PIC 9(04) VALUE ZEROES.
               05  ws-cap-pay-month     PIC 9(02) VALUE ZEROES.
               05  ws-cap-pay-day       PIC 9(02) VALUE ZEROES.
           03  ws-cap-pay-amount        PIC 9(07)V9(02)
                                                  VALUE ZEROES.
           03  ws-cap-reference         PIC X(10) VALUE SPACES.
           03  ws-cap-date-valid-sw     PIC X(01) VALUE 'N'.
               88  sw-cap-date-valid-Y            VALUE 'Y'.
               88  sw-cap-date-valid-N            VALUE 'N'.

       01  ws-sale-fields.
           03  ws-sale-found-sw         PIC X(01) VALUE 'N'.
               88  sw-sale-found-Y                VALUE 'Y'.
           03  ws-sale-customer         PIC X(06) VALUE SPACES.
           03  ws-sale-amount           PIC 9(07)V9(02)
                                                  VALUE ZEROES.
           03  ws-sale-trade-allowance  PIC 9(07)V9(02)
                                                  VALUE ZEROES.
           03  ws-sale-net-cash         PIC S9(07)V9(02)
                                                  VALUE ZEROES.
           03  ws-sale-financed         PIC S9(07)V9(02)
                                                  VALUE ZEROES.
           03  ws-sale-instalment-amt   PIC 9(07)V9(02)
                                                  VALUE ZEROES.

       01  ws-rcv-controls.
           03  ws-rcv-tbl-count         PIC 9(04) VALUE ZEROES.
           03  ws-rcv-sub               PIC 9(04) VALUE ZEROES.
           03  ws-rcv-found-sub         PIC 9(04) VALUE ZEROES.
           03  ws-rcv-last-number       PIC 9(06) VALUE ZEROES.
           03  ws-rcv-overflow-sw       PIC X(01) VALUE 'N'.
               88  sw-rcv-overflow-Y              VALUE 'Y'.

       01  ws-rcv-table.
           03  ws-rcv-entry OCCURS cte-rcv-tbl-max TIMES.
               05  ws-rcv-number        PIC 9(06).
               05  ws-rcv-customer      PIC X(06).
               05  ws-rcv-stock         PIC X(08).
               05  ws-rcv-sale-date     PIC 9(08).
               05  ws-rcv-sale-amount   PIC 9(07)V9(02).
               05  ws-rcv-down-payment  PIC 9(07)V9(02).
               05  ws-rcv-financed      PIC 9(07)V9(02).
               05  ws-rcv-instalments   PIC 9(03).
               05  ws-rcv-instalment-amt
                                        PIC 9(07)V9(02).
               05  ws-rcv-first-due     PIC 9(08).
               05  ws-rcv-paid          PIC 9(07)V9(02).
               05  ws-rcv-last-paid     PIC 9(08).
               05  ws-rcv-status        PIC X(01).

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

       01  ws-schedule-fields.
           03  ws-sch-inst              PIC 9(03) VALUE ZEROES.
           03  ws-sch-months            PIC 9(06) VALUE ZEROES.
           03  ws-sch-due-date.
               05  ws-sch-due-year      PIC 9(04) VALUE ZEROES.
               05  ws-sch-due-month     PIC 9(02) VALUE ZEROES.
               05  ws-sch-due-day       PIC 9(02) VALUE ZEROES.
           03  ws-sch-due-num       REDEFINES ws-sch-due-date
                                        PIC 9(08).
           03  ws-sch-first-due         PIC 9(08) VALUE ZEROES.
           03  ws-sch-first-r       REDEFINES ws-sch-first-due.
               05  ws-sch-first-year    PIC 9(04).
               05  ws-sch-first-month   PIC 9(02).
               05  ws-sch-first-day     PIC 9(02).
           03  ws-sch-due-valid-sw      PIC X(01) VALUE 'N'.
               88  sw-sch-due-valid-Y             VALUE 'Y'.
           03  ws-sch-amount            PIC 9(07)V9(02)
                                                  VALUE ZEROES.
           03  ws-sch-cum-due           PIC 9(09)V9(02)
                                                  VALUE ZEROES.
           03  ws-sch-unpaid            PIC S9(09)V9(02)
                                                  VALUE ZEROES.
           03  ws-sch-state             PIC X(10) VALUE SPACES.

       01  ws-ageing-fields.
           03  ws-asof-date.
               05  ws-asof-year         PIC 9(04) VALUE ZEROES.
               05  ws-asof-month        PIC 9(02) VALUE ZEROES.
               05  ws-asof-day          PIC 9(02) VALUE ZEROES.
           03  ws-asof-num          REDEFINES ws-asof-date
                                        PIC 9(08).
           03  ws-asof-int              PIC 9(07) VALUE ZEROES.
           03  ws-days-past-due         PIC S9(05) VALUE ZEROES.
           03  ws-oldest-past-due       PIC S9(05) VALUE ZEROES.
           03  ws-acct-not-due          PIC 9(09)V9(02)
                                                  VALUE ZEROES.
           03  ws-acct-current          PIC 9(09)V9(02)
                                                  VALUE ZEROES.
           03  ws-acct-30               PIC 9(09)V9(02)
                                                  VALUE ZEROES.
           03  ws-acct-60               PIC 9(09)V9(02)
                                                  VALUE ZEROES.
           03  ws-acct-90               PIC 9(09)V9(02)
                                                  VALUE ZEROES.
           03  ws-acct-arrears          PIC 9(09)V9(02)
                                                  VALUE ZEROES.
           03  ws-acct-balance          PIC 9(09)V9(02)
                                                  VALUE ZEROES.
           03  ws-tot-not-due           PIC 9(11)V9(02)
                                                  VALUE ZEROES.
           03  ws-tot-current           PIC 9(11)V9(02)
                                                  VALUE ZEROES.
           03  ws-tot-30                PIC 9(11)V9(02)
                                                  VALUE ZEROES.
           03  ws-tot-60                PIC 9(11)V9(02)
                                                  VALUE ZEROES.
           03  ws-tot-90                PIC 9(11)V9(02)
                                                  VALUE ZEROES.
           03  ws-tot-balance           PIC 9(11)V9(02)
                                                  VALUE ZEROES.
           03  ws-open-count            PIC 9(05) VALUE ZEROES.
           03  ws-call-count            PIC 9(05) VALUE ZEROES.
           03  ws-call-name             PIC X(25) VALUE SPACES.
           03  ws-call-phone            PIC X(15) VALUE SPACES.

       01  ws-fmtmny-fields.
           03  ws-fmtmny-amount         PIC S9(11)V9(02)
                                        SIGN IS LEADING
                                        SEPARATE CHARACTER
                                                  VALUE ZEROES.
           03  ws-fmtmny-formatted      PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "Dealer-financed customer receivables."

           PERFORM Process-Menu
             UNTIL sw-menu-option-exit

           STOP RUN.

       Process-Menu.
           DISPLAY SPACE
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "|     Customer Receivables.         |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "| [1]. Finance a sale.              |"
           DISPLAY "| [2]. Record a payment.            |"
           DISPLAY "| [3]. Instalment schedule.         |"
           DISPLAY "| [4]. Receivables ageing report.   |"
           DISPLAY "| [5]. Collections call list.       |"
           DISPLAY "| [6]. Exit this program.           |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "Enter your own choice: " WITH NO ADVANCING
           ACCEPT ws-menu-option

           EVALUATE TRUE
               WHEN sw-menu-option-open
                    PERFORM Open-Receivable
                      THRU Open-Receivable-Exit

               WHEN sw-menu-option-payment
                    PERFORM Record-Payment
                      THRU Record-Payment-Exit

               WHEN sw-menu-option-schedule
                    PERFORM Print-Instalment-Schedule
                      THRU Print-Instalment-Schedule-Exit

               WHEN sw-menu-option-ageing
                    PERFORM Print-Receivables-Ageing
                      THRU Print-Receivables-Ageing-Exit

               WHEN sw-menu-option-collect
                    PERFORM Print-Collections-List
                      THRU Print-Collections-List-Exit

               WHEN sw-menu-option-exit
                    DISPLAY "Leaving this program..."

               WHEN OTHER
                    DISPLAY "Unrecognized option. Please try again!"
           END-EVALUATE.

       Open-Receivable.
           DISPLAY "Stock number sold           : "
              WITH NO ADVANCING
           ACCEPT ws-cap-stock

           DISPLAY "Sale date (CCYYMMDD)        : "
              WITH NO ADVANCING
           ACCEPT ws-cap-sale-date

           IF ws-cap-stock EQUAL SPACES
              DISPLAY "The stock number must be entered. Nothing "
                      "financed."
              GO TO Open-Receivable-Exit
           END-IF

           PERFORM Find-Financed-Sale
              THRU Find-Financed-Sale-Exit

           IF NOT sw-sale-found-Y
              DISPLAY "No live sale of stock [" ws-cap-stock "] on ["
                      ws-cap-sale-date "] was found. Nothing "
                      "financed."
              GO TO Open-Receivable-Exit
           END-IF

           IF ws-sale-customer EQUAL SPACES
              DISPLAY "The sale names no customer code. Record the "
                      "customer on the sale first. Nothing financed."
              GO TO Open-Receivable-Exit
           END-IF

           PERFORM Load-Receivable-Table
              THRU Load-Receivable-Table-Exit

           IF sw-rcv-overflow-Y
              GO TO Open-Receivable-Exit
           END-IF

           MOVE ZEROES TO ws-rcv-found-sub

           PERFORM Match-Sale-Receivable
           VARYING ws-rcv-sub FROM 1 BY 1
             UNTIL ws-rcv-sub GREATER ws-rcv-tbl-count
                OR ws-rcv-found-sub GREATER ZEROES

           IF ws-rcv-found-sub GREATER ZEROES
              DISPLAY "The sale is already financed under receivable ["
                      ws-rcv-number (ws-rcv-found-sub) "]. Nothing "
                      "financed."
              GO TO Open-Receivable-Exit
           END-IF

           COMPUTE ws-sale-net-cash =
                   ws-sale-amount - ws-sale-trade-allowance

           MOVE ws-sale-net-cash TO ws-fmtmny-amount
           CALL "FmtMny" USING ws-fmtmny-amount ws-fmtmny-formatted
           DISPLAY "Customer [" ws-sale-customer "], net cash due "
                   "after trade-in [" ws-fmtmny-formatted "]."

           DISPLAY "Down payment                : "
              WITH NO ADVANCING
           ACCEPT ws-cap-down-payment

           DISPLAY "Number of monthly instalments: "
              WITH NO ADVANCING
           ACCEPT ws-cap-instalments

           DISPLAY "First due date (CCYYMMDD)   : "
              WITH NO ADVANCING
           ACCEPT ws-cap-first-due

           COMPUTE ws-sale-financed =
                   ws-sale-net-cash - ws-cap-down-payment

           IF ws-sale-financed NOT GREATER ZEROES
              DISPLAY "The down payment covers the sale. Nothing "
                      "financed."
              GO TO Open-Receivable-Exit
           END-IF

           IF ws-cap-instalments EQUAL ZEROES
              DISPLAY "At least one instalment must be entered. "
                      "Nothing financed."
              GO TO Open-Receivable-Exit
           END-IF

           MOVE 'N' TO ws-cap-date-valid-sw
           CALL "Val_Date" USING ws-cap-due-year
                                 ws-cap-due-month
                                 ws-cap-due-day
                                 ws-cap-date-valid-sw

           IF sw-cap-date-valid-N
           OR ws-cap-first-due NOT GREATER ws-cap-sale-date
              DISPLAY "The first due date [" ws-cap-first-due "] "
                      "must be a valid date after the sale. Nothing "
                      "financed."
              GO TO Open-Receivable-Exit
           END-IF

           DIVIDE ws-sale-financed BY ws-cap-instalments
              GIVING ws-sale-instalment-amt

           ADD cte-01 TO ws-rcv-last-number

           OPEN EXTEND RcvFile

           IF fs-RcvFile NOT EQUAL "00" AND fs-RcvFile NOT EQUAL "05"
              CLOSE RcvFile
              DISPLAY "*** WARNING: the receivables file could not "
                      "be opened. Nothing financed. ***"
              GO TO Open-Receivable-Exit
           END-IF

           MOVE ws-rcv-last-number      TO rcv-rec-number
           MOVE ws-sale-customer        TO rcv-rec-customer
           MOVE ws-cap-stock            TO rcv-rec-stock
           MOVE ws-cap-sale-date        TO rcv-rec-sale-date
           MOVE ws-sale-amount          TO rcv-rec-sale-amount
           MOVE ws-cap-down-payment     TO rcv-rec-down-payment
           MOVE ws-sale-financed        TO rcv-rec-financed
           MOVE ws-cap-instalments      TO rcv-rec-instalments
           MOVE ws-sale-instalment-amt  TO rcv-rec-instalment-amt
           MOVE ws-cap-first-due        TO rcv-rec-first-due
           MOVE ZEROES                  TO rcv-rec-paid
                                           rcv-rec-last-paid
           SET sw-rcv-rec-open          TO TRUE

           WRITE rcv-rec

           CLOSE RcvFile

           MOVE ws-sale-financed TO ws-fmtmny-amount
           CALL "FmtMny" USING ws-fmtmny-amount ws-fmtmny-formatted
           DISPLAY "Receivable [" ws-rcv-last-number "] opened for ["
                   ws-fmtmny-formatted "] in [" ws-cap-instalments
                   "] instalments of [" ws-sale-instalment-amt
                   "]; the last instalment carries the rounding.".
       Open-Receivable-Exit.
           EXIT.

       Match-Sale-Receivable.
           IF  ws-rcv-stock     (ws-rcv-sub) EQUAL ws-cap-stock
           AND ws-rcv-sale-date (ws-rcv-sub) EQUAL ws-cap-sale-date
           AND ws-rcv-status    (ws-rcv-sub) NOT EQUAL "V"
               MOVE ws-rcv-sub TO ws-rcv-found-sub
           END-IF.

       Find-Financed-Sale.
           MOVE 'N'    TO ws-sale-found-sw
                          ws-eof-DetailFile
           MOVE SPACES TO ws-sale-customer
           MOVE ZEROES TO ws-sale-amount
                          ws-sale-trade-allowance

           OPEN INPUT DetailFile

           IF fs-DetailFile NOT EQUAL "00"
              CLOSE DetailFile
              GO TO Find-Financed-Sale-Exit
           END-IF

           PERFORM Match-Financed-Sale
             UNTIL sw-eof-DetailFile-Y

           CLOSE DetailFile.
       Find-Financed-Sale-Exit.
           EXIT.

       Match-Financed-Sale.
           READ DetailFile RECORD
             AT END
                SET sw-eof-DetailFile-Y TO TRUE

            NOT AT END
                IF  detail-rec-stock     EQUAL ws-cap-stock
                AND detail-rec-sale-date EQUAL ws-cap-sale-date
                AND NOT sw-detail-rec-reversed
                    SET sw-sale-found-Y TO TRUE
                    MOVE detail-rec-customer TO ws-sale-customer
                    MOVE detail-rec-amount   TO ws-sale-amount
                    IF detail-rec-trade-allowance IS NUMERIC
                       MOVE detail-rec-trade-allowance
                         TO ws-sale-trade-allowance
                    END-IF
                END-IF
           END-READ.

       Record-Payment.
           DISPLAY "Receivable number           : "
              WITH NO ADVANCING
           ACCEPT ws-cap-number

           PERFORM Load-Receivable-Table
              THRU Load-Receivable-Table-Exit

           IF sw-rcv-overflow-Y
              GO TO Record-Payment-Exit
           END-IF

           PERFORM Find-Receivable-Entry

           IF ws-rcv-found-sub EQUAL ZEROES
              DISPLAY "Receivable [" ws-cap-number "] is not on "
                      "file. Nothing recorded."
              GO TO Record-Payment-Exit
           END-IF

           IF ws-rcv-status (ws-rcv-found-sub) NOT EQUAL "O"
              DISPLAY "Receivable [" ws-cap-number "] is not open "
                      "(status [" ws-rcv-status (ws-rcv-found-sub)
                      "]). Nothing recorded."
              GO TO Record-Payment-Exit
           END-IF

           COMPUTE ws-acct-balance =
                   ws-rcv-financed (ws-rcv-found-sub)
                 - ws-rcv-paid     (ws-rcv-found-sub)

           MOVE ws-acct-balance TO ws-fmtmny-amount
           CALL "FmtMny" USING ws-fmtmny-amount ws-fmtmny-formatted
           DISPLAY "Customer [" ws-rcv-customer (ws-rcv-found-sub)
                   "], balance owed [" ws-fmtmny-formatted "]."

           DISPLAY "Payment date (CCYYMMDD)     : "
              WITH NO ADVANCING
           ACCEPT ws-cap-pay-date

           DISPLAY "Amount received             : "
              WITH NO ADVANCING
           ACCEPT ws-cap-pay-amount

           DISPLAY "Receipt reference           : "
              WITH NO ADVANCING
           ACCEPT ws-cap-reference

           MOVE 'N' TO ws-cap-date-valid-sw
           CALL "Val_Date" USING ws-cap-pay-year
                                 ws-cap-pay-month
                                 ws-cap-pay-day
                                 ws-cap-date-valid-sw

           IF sw-cap-date-valid-N
              DISPLAY "The payment date [" ws-cap-pay-date "] is not "
                      "a valid calendar date. Nothing recorded."
              GO TO Record-Payment-Exit
           END-IF

           IF ws-cap-pay-amount EQUAL ZEROES
           OR ws-cap-pay-amount GREATER ws-acct-balance
              DISPLAY "The amount must be above zero and no more "
                      "than the balance owed. Nothing recorded."
              GO TO Record-Payment-Exit
           END-IF

           OPEN EXTEND RcvPay

           IF fs-RcvPay NOT EQUAL "00" AND fs-RcvPay NOT EQUAL "05"
              CLOSE RcvPay
              DISPLAY "*** WARNING: the payment file could not be "
                      "opened. Nothing recorded. ***"
              GO TO Record-Payment-Exit
           END-IF

           MOVE ws-cap-number     TO rcvpay-rec-number
           MOVE ws-cap-pay-date   TO rcvpay-rec-date
           MOVE ws-cap-pay-amount TO rcvpay-rec-amount
           MOVE ws-cap-reference  TO rcvpay-rec-reference

           WRITE rcvpay-rec

           CLOSE RcvPay

           ADD ws-cap-pay-amount TO ws-rcv-paid (ws-rcv-found-sub)
           IF ws-cap-pay-date GREATER
              ws-rcv-last-paid (ws-rcv-found-sub)
              MOVE ws-cap-pay-date
                TO ws-rcv-last-paid (ws-rcv-found-sub)
           END-IF

           IF ws-rcv-paid (ws-rcv-found-sub) NOT LESS
              ws-rcv-financed (ws-rcv-found-sub)
              MOVE "P" TO ws-rcv-status (ws-rcv-found-sub)
              DISPLAY "The receivable is now PAID OFF."
           END-IF

           PERFORM Rewrite-Receivable-File
              THRU Rewrite-Receivable-File-Exit

           DISPLAY "The payment was recorded.".
       Record-Payment-Exit.
           EXIT.

       Print-Instalment-Schedule.
           DISPLAY "Receivable number           : "
              WITH NO ADVANCING
           ACCEPT ws-cap-number

           PERFORM Load-Receivable-Table
              THRU Load-Receivable-Table-Exit

           PERFORM Find-Receivable-Entry

           IF ws-rcv-found-sub EQUAL ZEROES
              DISPLAY "Receivable [" ws-cap-number "] is not on "
                      "file."
              GO TO Print-Instalment-Schedule-Exit
           END-IF

           MOVE ws-rcv-found-sub TO ws-rcv-sub
           MOVE ZEROES           TO ws-sch-cum-due

           DISPLAY SPACE
           DISPLAY "Receivable [" ws-cap-number "] customer ["
                   ws-rcv-customer (ws-rcv-sub) "] stock ["
                   ws-rcv-stock (ws-rcv-sub) "] status ["
                   ws-rcv-status (ws-rcv-sub) "]."
           DISPLAY "Sale [" ws-rcv-sale-amount (ws-rcv-sub)
                   "] down [" ws-rcv-down-payment (ws-rcv-sub)
                   "] financed [" ws-rcv-financed (ws-rcv-sub)
                   "] paid [" ws-rcv-paid (ws-rcv-sub) "]."
           DISPLAY "No.  Due date   Amount       State"

           PERFORM Print-One-Instalment
           VARYING ws-sch-inst FROM 1 BY 1
             UNTIL ws-sch-inst GREATER ws-rcv-instalments (ws-rcv-sub).
       Print-Instalment-Schedule-Exit.
           EXIT.

       Print-One-Instalment.
           PERFORM Derive-Instalment

           IF ws-sch-unpaid NOT GREATER ZEROES
              MOVE "paid"      TO ws-sch-state
           ELSE
              IF ws-sch-unpaid LESS ws-sch-amount
                 MOVE "part paid" TO ws-sch-state
              ELSE
                 MOVE "unpaid"    TO ws-sch-state
              END-IF
           END-IF

           DISPLAY "[" ws-sch-inst "] [" ws-sch-due-num "] ["
                   ws-sch-amount "] " ws-sch-state.

       Derive-Instalment.
           MOVE ws-rcv-first-due (ws-rcv-sub) TO ws-sch-first-due

           COMPUTE ws-sch-months =
                   ws-sch-first-year * cte-12
                 + ws-sch-first-month - 1
                 + ws-sch-inst - 1

           DIVIDE ws-sch-months BY cte-12
              GIVING ws-sch-due-year REMAINDER ws-sch-due-month
           ADD cte-01 TO ws-sch-due-month
           MOVE ws-sch-first-day TO ws-sch-due-day

           MOVE 'N' TO ws-sch-due-valid-sw
           PERFORM Fit-Due-Day
             UNTIL sw-sch-due-valid-Y

           IF ws-sch-inst EQUAL ws-rcv-instalments (ws-rcv-sub)
              COMPUTE ws-sch-amount =
                      ws-rcv-financed (ws-rcv-sub)
                    - ws-rcv-instalment-amt (ws-rcv-sub)
                    * (ws-sch-inst - 1)
           ELSE
              MOVE ws-rcv-instalment-amt (ws-rcv-sub)
                TO ws-sch-amount
           END-IF

           ADD ws-sch-amount TO ws-sch-cum-due

           COMPUTE ws-sch-unpaid =
                   ws-sch-cum-due - ws-rcv-paid (ws-rcv-sub)

           IF ws-sch-unpaid GREATER ws-sch-amount
              MOVE ws-sch-amount TO ws-sch-unpaid
           END-IF.

       Fit-Due-Day.
           CALL "Val_Date" USING ws-sch-due-year
                                 ws-sch-due-month
                                 ws-sch-due-day
                                 ws-sch-due-valid-sw

           IF NOT sw-sch-due-valid-Y
              SUBTRACT cte-01 FROM ws-sch-due-day
           END-IF.

       Print-Receivables-Ageing.
           PERFORM Accept-As-Of-Date
              THRU Accept-As-Of-Date-Exit

           IF sw-cap-date-valid-N
              GO TO Print-Receivables-Ageing-Exit
           END-IF

           PERFORM Load-Receivable-Table
              THRU Load-Receivable-Table-Exit

           MOVE ZEROES TO ws-tot-not-due
                          ws-tot-current
                          ws-tot-30
                          ws-tot-60
                          ws-tot-90
                          ws-tot-balance
                          ws-open-count

           DISPLAY SPACE
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "|     Receivables ageing.           |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "As of [" ws-asof-num "]; days past the instalment "
                   "due date."
           DISPLAY "Rcv    Cust   Not due      Current      30-59"
                   "        60-89        90+"

           PERFORM Age-One-Receivable
           VARYING ws-rcv-sub FROM 1 BY 1
             UNTIL ws-rcv-sub GREATER ws-rcv-tbl-count

           DISPLAY SPACE
           DISPLAY "Open receivables  : [" ws-open-count "]."
           MOVE ws-tot-not-due TO ws-fmtmny-amount
           CALL "FmtMny" USING ws-fmtmny-amount ws-fmtmny-formatted
           DISPLAY "Not yet due       : [" ws-fmtmny-formatted "]."
           MOVE ws-tot-current TO ws-fmtmny-amount
           CALL "FmtMny" USING ws-fmtmny-amount ws-fmtmny-formatted
           DISPLAY "Current (0-29)    : [" ws-fmtmny-formatted "]."
           MOVE ws-tot-30 TO ws-fmtmny-amount
           CALL "FmtMny" USING ws-fmtmny-amount ws-fmtmny-formatted
           DISPLAY "30 - 59 days      : [" ws-fmtmny-formatted "]."
           MOVE ws-tot-60 TO ws-fmtmny-amount
           CALL "FmtMny" USING ws-fmtmny-amount ws-fmtmny-formatted
           DISPLAY "60 - 89 days      : [" ws-fmtmny-formatted "]."
           MOVE ws-tot-90 TO ws-fmtmny-amount
           CALL "FmtMny" USING ws-fmtmny-amount ws-fmtmny-formatted
           DISPLAY "90 days and over  : [" ws-fmtmny-formatted "]."
           MOVE ws-tot-balance TO ws-fmtmny-amount
           CALL "FmtMny" USING ws-fmtmny-amount ws-fmtmny-formatted
           DISPLAY "Total owed        : [" ws-fmtmny-formatted "].".
       Print-Receivables-Ageing-Exit.
           EXIT.

       Age-One-Receivable.
           IF ws-rcv-status (ws-rcv-sub) EQUAL "O"
              PERFORM Bucket-One-Receivable

              ADD cte-01          TO ws-open-count
              ADD ws-acct-not-due TO ws-tot-not-due
              ADD ws-acct-current TO ws-tot-current
              ADD ws-acct-30      TO ws-tot-30
              ADD ws-acct-60      TO ws-tot-60
              ADD ws-acct-90      TO ws-tot-90
              ADD ws-acct-balance TO ws-tot-balance

              DISPLAY "[" ws-rcv-number (ws-rcv-sub) "] ["
                      ws-rcv-customer (ws-rcv-sub) "] ["
                      ws-acct-not-due "] [" ws-acct-current "] ["
                      ws-acct-30 "] [" ws-acct-60 "] ["
                      ws-acct-90 "]"
           END-IF.

       Bucket-One-Receivable.
           MOVE ZEROES TO ws-acct-not-due
                          ws-acct-current
                          ws-acct-30
                          ws-acct-60
                          ws-acct-90
                          ws-acct-arrears
                          ws-sch-cum-due
                          ws-oldest-past-due

           COMPUTE ws-acct-balance =
                   ws-rcv-financed (ws-rcv-sub)
                 - ws-rcv-paid     (ws-rcv-sub)

           PERFORM Bucket-One-Instalment
           VARYING ws-sch-inst FROM 1 BY 1
             UNTIL ws-sch-inst GREATER ws-rcv-instalments (ws-rcv-sub).

       Bucket-One-Instalment.
           PERFORM Derive-Instalment

           IF ws-sch-unpaid GREATER ZEROES
              IF ws-sch-due-num GREATER ws-asof-num
                 ADD ws-sch-unpaid TO ws-acct-not-due
              ELSE
                 COMPUTE ws-days-past-due =
                         ws-asof-int - INTEGER-OF-DATE(ws-sch-due-num)

                 IF ws-days-past-due GREATER ws-oldest-past-due
                    MOVE ws-days-past-due TO ws-oldest-past-due
                 END-IF

                 ADD ws-sch-unpaid TO ws-acct-arrears

                 EVALUATE TRUE
                     WHEN ws-days-past-due LESS 30
                          ADD ws-sch-unpaid TO ws-acct-current
                     WHEN ws-days-past-due LESS 60
                          ADD ws-sch-unpaid TO ws-acct-30
                     WHEN ws-days-past-due LESS 90
                          ADD ws-sch-unpaid TO ws-acct-60
                     WHEN OTHER
                          ADD ws-sch-unpaid TO ws-acct-90
                 END-EVALUATE
              END-IF
           END-IF.

       Print-Collections-List.
           PERFORM Accept-As-Of-Date
              THRU Accept-As-Of-Date-Exit

           IF sw-cap-date-valid-N
              GO TO Print-Collections-List-Exit
           END-IF

           PERFORM Load-Receivable-Table
              THRU Load-Receivable-Table-Exit

           PERFORM Load-Customer-Table
              THRU Load-Customer-Table-Exit

           MOVE ZEROES TO ws-call-count

           DISPLAY SPACE
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "|     Collections call list.        |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "As of [" ws-asof-num "]: accounts with an "
                   "instalment past due."

           PERFORM List-One-Collection-Call
           VARYING ws-rcv-sub FROM 1 BY 1
             UNTIL ws-rcv-sub GREATER ws-rcv-tbl-count

           DISPLAY SPACE
           DISPLAY "Customers to call : [" ws-call-count "].".
       Print-Collections-List-Exit.
           EXIT.

       List-One-Collection-Call.
           IF ws-rcv-status (ws-rcv-sub) EQUAL "O"
              PERFORM Bucket-One-Receivable

              IF ws-acct-arrears GREATER ZEROES
                 ADD cte-01 TO ws-call-count

                 MOVE ws-rcv-customer (ws-rcv-sub)
                   TO ws-cust-seek-code
                 PERFORM Find-Customer-Entry

                 IF ws-cust-found-sub EQUAL ZEROES
                    MOVE "** not in CustFile **" TO ws-call-name
                    MOVE SPACES                  TO ws-call-phone
                 ELSE
                    MOVE ws-cust-name  (ws-cust-found-sub)
                      TO ws-call-name
                    MOVE ws-cust-phone (ws-cust-found-sub)
                      TO ws-call-phone
                 END-IF

                 MOVE ws-acct-arrears TO ws-fmtmny-amount
                 CALL "FmtMny" USING ws-fmtmny-amount
                                     ws-fmtmny-formatted

                 DISPLAY "[" ws-rcv-customer (ws-rcv-sub) "] ["
                         ws-call-name "] phone [" ws-call-phone "]"
                 DISPLAY "    receivable [" ws-rcv-number (ws-rcv-sub)
                         "] arrears [" ws-fmtmny-formatted
                         "] oldest [" ws-oldest-past-due
                         "] days, last paid ["
                         ws-rcv-last-paid (ws-rcv-sub) "]"
              END-IF
           END-IF.

       Accept-As-Of-Date.
           DISPLAY "As of date (CCYYMMDD, zero for today) : "
              WITH NO ADVANCING
           ACCEPT ws-asof-date

           IF ws-asof-num EQUAL ZEROES
              ACCEPT ws-asof-num FROM DATE YYYYMMDD
           END-IF

           MOVE 'N' TO ws-cap-date-valid-sw
           CALL "Val_Date" USING ws-asof-year
                                 ws-asof-month
                                 ws-asof-day
                                 ws-cap-date-valid-sw

           IF sw-cap-date-valid-N
              DISPLAY "The date [" ws-asof-num "] is not a valid "
                      "calendar date."
              GO TO Accept-As-Of-Date-Exit
           END-IF

           COMPUTE ws-asof-int = INTEGER-OF-DATE(ws-asof-num).
       Accept-As-Of-Date-Exit.
           EXIT.

       Find-Receivable-Entry.
           MOVE ZEROES TO ws-rcv-found-sub

           PERFORM Match-Receivable-Entry
           VARYING ws-rcv-sub FROM 1 BY 1
             UNTIL ws-rcv-sub GREATER ws-rcv-tbl-count
                OR ws-rcv-found-sub GREATER ZEROES.

       Match-Receivable-Entry.
           IF ws-rcv-number (ws-rcv-sub) EQUAL ws-cap-number
              MOVE ws-rcv-sub TO ws-rcv-found-sub
           END-IF.

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

       Load-Customer-Table.
           MOVE ZEROES TO ws-cust-tbl-count
           MOVE 'N'    TO ws-eof-CustFile

           OPEN INPUT CustFile

           IF fs-CustFile NOT EQUAL "00"
              CLOSE CustFile
              DISPLAY "*** WARNING: no customer master was found. "
                      "The call list has no phone numbers. ***"
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
                ELSE
                   SET sw-eof-CustFile-Y TO TRUE
                END-IF
           END-READ.

       Load-Receivable-Table.
           MOVE ZEROES TO ws-rcv-tbl-count
                          ws-rcv-last-number
           MOVE 'N'    TO ws-eof-RcvFile
                          ws-rcv-overflow-sw

           OPEN INPUT RcvFile

           IF fs-RcvFile NOT EQUAL "00"
              CLOSE RcvFile
              GO TO Load-Receivable-Table-Exit
           END-IF

           PERFORM Read-One-Receivable
             UNTIL sw-eof-RcvFile-Y

           CLOSE RcvFile

           IF sw-rcv-overflow-Y
              DISPLAY "*** The receivables file holds more than ["
                      cte-rcv-tbl-max "] accounts. Nothing was "
                      "changed: archive the closed accounts. ***"
           END-IF.
       Load-Receivable-Table-Exit.
           EXIT.

       Read-One-Receivable.
           READ RcvFile RECORD
             AT END
                SET sw-eof-RcvFile-Y TO TRUE

            NOT AT END
                IF ws-rcv-tbl-count LESS cte-rcv-tbl-max
                   ADD cte-01 TO ws-rcv-tbl-count
                   MOVE rcv-rec-number
                     TO ws-rcv-number         (ws-rcv-tbl-count)
                   MOVE rcv-rec-customer
                     TO ws-rcv-customer       (ws-rcv-tbl-count)
                   MOVE rcv-rec-stock
                     TO ws-rcv-stock          (ws-rcv-tbl-count)
                   MOVE rcv-rec-sale-date
                     TO ws-rcv-sale-date      (ws-rcv-tbl-count)
                   MOVE rcv-rec-sale-amount
                     TO ws-rcv-sale-amount    (ws-rcv-tbl-count)
                   MOVE rcv-rec-down-payment
                     TO ws-rcv-down-payment   (ws-rcv-tbl-count)
                   MOVE rcv-rec-financed
                     TO ws-rcv-financed       (ws-rcv-tbl-count)
                   MOVE rcv-rec-instalments
                     TO ws-rcv-instalments    (ws-rcv-tbl-count)
                   MOVE rcv-rec-instalment-amt
                     TO ws-rcv-instalment-amt (ws-rcv-tbl-count)
                   MOVE rcv-rec-first-due
                     TO ws-rcv-first-due      (ws-rcv-tbl-count)
                   MOVE rcv-rec-paid
                     TO ws-rcv-paid           (ws-rcv-tbl-count)
                   MOVE rcv-rec-last-paid
                     TO ws-rcv-last-paid      (ws-rcv-tbl-count)
                   MOVE rcv-rec-status
                     TO ws-rcv-status         (ws-rcv-tbl-count)

                   IF rcv-rec-number GREATER ws-rcv-last-number
                      MOVE rcv-rec-number TO ws-rcv-last-number
                   END-IF
                ELSE
                   SET sw-rcv-overflow-Y TO TRUE
                   SET sw-eof-RcvFile-Y  TO TRUE
                END-IF
           END-READ.

       Rewrite-Receivable-File.
           OPEN OUTPUT RcvFile

           IF fs-RcvFile NOT EQUAL "00" AND fs-RcvFile NOT EQUAL "05"
              CLOSE RcvFile
              DISPLAY "*** WARNING: the receivables file could not "
                      "be rewritten. Post the payment by hand. ***"
              GO TO Rewrite-Receivable-File-Exit
           END-IF

           PERFORM Write-One-Receivable
           VARYING ws-rcv-sub FROM 1 BY 1
             UNTIL ws-rcv-sub GREATER ws-rcv-tbl-count

           CLOSE RcvFile.
       Rewrite-Receivable-File-Exit.
           EXIT.

       Write-One-Receivable.
           MOVE ws-rcv-number         (ws-rcv-sub) TO rcv-rec-number
           MOVE ws-rcv-customer       (ws-rcv-sub) TO rcv-rec-customer
           MOVE ws-rcv-stock          (ws-rcv-sub) TO rcv-rec-stock
           MOVE ws-rcv-sale-date      (ws-rcv-sub)
             TO rcv-rec-sale-date
           MOVE ws-rcv-sale-amount    (ws-rcv-sub)
             TO rcv-rec-sale-amount
           MOVE ws-rcv-down-payment   (ws-rcv-sub)
             TO rcv-rec-down-payment
           MOVE ws-rcv-financed       (ws-rcv-sub) TO rcv-rec-financed
           MOVE ws-rcv-instalments    (ws-rcv-sub)
             TO rcv-rec-instalments
           MOVE ws-rcv-instalment-amt (ws-rcv-sub)
             TO rcv-rec-instalment-amt
           MOVE ws-rcv-first-due      (ws-rcv-sub)
             TO rcv-rec-first-due
           MOVE ws-rcv-paid           (ws-rcv-sub) TO rcv-rec-paid
           MOVE ws-rcv-last-paid      (ws-rcv-sub)
             TO rcv-rec-last-paid
           MOVE ws-rcv-status         (ws-rcv-sub) TO rcv-rec-status

           WRITE rcv-rec.

       END PROGRAM CustRcv.

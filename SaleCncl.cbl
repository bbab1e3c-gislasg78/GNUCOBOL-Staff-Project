                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-ClawFeed.

           SELECT OPTIONAL ClaimFile ASSIGN TO ws-ClaimFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-ClaimFile.

           SELECT OPTIONAL RcvFile ASSIGN TO ws-RcvFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-RcvFile.

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

       FD  CarXref
           RECORD CONTAINS 31 CHARACTERS.
           03  clawfeed-rec-code         PIC 9(06) VALUE ZEROES.
           03  clawfeed-rec-balance      PIC 9(07) VALUE ZEROES.

       FD  ClaimFile
           RECORD CONTAINS 107 CHARACTERS.

       01  claim-rec.
           03  claim-rec-number          PIC 9(06) VALUE ZEROES.
           03  claim-rec-stock           PIC X(08) VALUE SPACES.
           03  claim-rec-model           PIC X(15) VALUE SPACES.
           03  claim-rec-sale-date       PIC 9(08) VALUE ZEROES.
           03  claim-rec-lastname        PIC X(15) VALUE SPACES.
           03  claim-rec-firstname       PIC X(10) VALUE SPACES.
           03  claim-rec-holdback        PIC 9(07)V9(02)
                                                   VALUE ZEROES.
           03  claim-rec-incentive       PIC 9(07)V9(02)
                                                   VALUE ZEROES.
           03  claim-rec-expected        PIC 9(07)V9(02)
                                                   VALUE ZEROES.
           03  claim-rec-received        PIC 9(07)V9(02)
                                                   VALUE ZEROES.
           03  claim-rec-status          PIC X(01) VALUE "O".
               88  sw-claim-rec-open              VALUE "O".
               88  sw-claim-rec-cancelled         VALUE "C".
           03  claim-rec-settle-date     PIC 9(08) VALUE ZEROES.

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

       WORKING-STORAGE SECTION.
       77  fs-DetailFile                PIC X(02) VALUE SPACES.
       77  fs-CarXref                   PIC X(02) VALUE SPACES.
       77  fs-ClawFeed                  PIC X(02) VALUE SPACES.
       77  fs-ClaimFile                 PIC X(02) VALUE SPACES.
       77  fs-RcvFile                   PIC X(02) VALUE SPACES.

       77  ws-DetailFile-name           PIC X(12) VALUE "CarSlsDt".
       77  ws-CarXref-name              PIC X(12) VALUE "CarXref".
       77  ws-ClawFeed-name             PIC X(12) VALUE "ClawFeed".
       77  ws-ClaimFile-name            PIC X(12) VALUE "ClaimFile".
       77  ws-RcvFile-name              PIC X(12) VALUE "RcvFile".

       77  ws-eof-DetailFile            PIC X(01) VALUE 'N'.
           88  sw-eof-DetailFile-Y                VALUE 'Y'.
           88  sw-eof-CarXref-Y                   VALUE 'Y'.
       77  ws-eof-ClawFeed              PIC X(01) VALUE 'N'.
           88  sw-eof-ClawFeed-Y                  VALUE 'Y'.
       77  ws-eof-ClaimFile             PIC X(01) VALUE 'N'.
           88  sw-eof-ClaimFile-Y                 VALUE 'Y'.
       77  ws-eof-RcvFile               PIC X(01) VALUE 'N'.
           88  sw-eof-RcvFile-Y                   VALUE 'Y'.

       78  cte-01                                 VALUE 01.
       78  cte-detail-tbl-max                     VALUE 500.
       78  cte-claw-tbl-max                       VALUE 200.
       78  cte-claim-tbl-max                      VALUE 1000.
       78  cte-rcv-tbl-max                        VALUE 1000.

       01  ws-capture-fields.
           03  ws-cap-lastname          PIC X(15) VALUE SPACES.

       01  ws-detail-table.
           03  ws-det-record OCCURS cte-detail-tbl-max TIMES
                                        PIC X(142).

       01  ws-det-work.
           03  ws-detw-lastname         PIC X(15).
           03  ws-detw-stock            PIC X(08).
           03  ws-detw-customer         PIC X(06).
           03  ws-detw-status           PIC X(01).
           03  ws-detw-trade-model      PIC X(15).
           03  ws-detw-trade-appraised  PIC 9(07)V9(02).
           03  ws-detw-trade-allowance  PIC 9(07)V9(02).
           03  ws-detw-trade-stock      PIC X(08).
           03  ws-detw-list-price       PIC 9(07)V9(02).
           03  ws-detw-discount         PIC 9(07)V9(02).
           03  ws-detw-approval         PIC X(01).
           03  ws-detw-approver         PIC X(10).

       01  ws-claw-controls.
           03  ws-claw-tbl-count        PIC 9(03) VALUE ZEROES.
               05  ws-claw-code         PIC 9(06).
               05  ws-claw-balance      PIC 9(07).

       01  ws-claim-controls.
           03  ws-claim-tbl-count       PIC 9(04) VALUE ZEROES.
           03  ws-claim-sub             PIC 9(04) VALUE ZEROES.
           03  ws-claims-cancelled      PIC 9(04) VALUE ZEROES.
           03  ws-claim-today           PIC 9(08) VALUE ZEROES.
           03  ws-claim-overflow-sw     PIC X(01) VALUE 'N'.
               88  sw-claim-overflow-Y            VALUE 'Y'.

       01  ws-claim-table.
           03  ws-claim-record OCCURS cte-claim-tbl-max TIMES
                                        PIC X(107).

       01  ws-rcv-controls.
           03  ws-rcv-tbl-count         PIC 9(04) VALUE ZEROES.
           03  ws-rcv-sub               PIC 9(04) VALUE ZEROES.
           03  ws-rcvs-reversed         PIC 9(04) VALUE ZEROES.
           03  ws-rcv-refund            PIC 9(09)V9(02)
                                                  VALUE ZEROES.
           03  ws-rcv-overflow-sw       PIC X(01) VALUE 'N'.
               88  sw-rcv-overflow-Y              VALUE 'Y'.

       01  ws-rcv-table.
           03  ws-rcv-record OCCURS cte-rcv-tbl-max TIMES
                                        PIC X(93).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "Car sale cancellation with commission "
           PERFORM Flag-Detail-Reversed
             THRU Flag-Detail-Reversed-Exit

           PERFORM Cancel-Open-Claims
             THRU Cancel-Open-Claims-Exit

           PERFORM Reverse-Open-Receivable
             THRU Reverse-Open-Receivable-Exit

           PERFORM Queue-Clawback
             THRU Queue-Clawback-Exit

           MOVE ws-det-record (ws-det-sub) TO detail-rec
           WRITE detail-rec.

       Cancel-Open-Claims.
           IF ws-det-found-sub EQUAL ZEROES
              GO TO Cancel-Open-Claims-Exit
           END-IF

           MOVE ZEROES TO ws-claim-tbl-count
                          ws-claims-cancelled
           ACCEPT ws-claim-today FROM DATE YYYYMMDD
           MOVE 'N'    TO ws-eof-ClaimFile
                          ws-claim-overflow-sw

           OPEN INPUT ClaimFile

           IF fs-ClaimFile NOT EQUAL "00"
              CLOSE ClaimFile
              GO TO Cancel-Open-Claims-Exit
           END-IF

           PERFORM Load-One-Claim
             UNTIL sw-eof-ClaimFile-Y

           CLOSE ClaimFile

           IF sw-claim-overflow-Y
              DISPLAY "*** The manufacturer claim file holds more "
                      "than [" cte-claim-tbl-max "] claims. Cancel "
                      "the claim for this sale by hand. ***"
              GO TO Cancel-Open-Claims-Exit
           END-IF

           IF ws-claims-cancelled EQUAL ZEROES
              GO TO Cancel-Open-Claims-Exit
           END-IF

           OPEN OUTPUT ClaimFile

           IF fs-ClaimFile NOT EQUAL "00" AND
              fs-ClaimFile NOT EQUAL "05"
              CLOSE ClaimFile
              DISPLAY "*** The manufacturer claim file could not be "
                      "rewritten. Cancel the claim for this sale by "
                      "hand. ***"
              GO TO Cancel-Open-Claims-Exit
           END-IF

           PERFORM Write-One-Claim
           VARYING ws-claim-sub FROM 1 BY 1
             UNTIL ws-claim-sub GREATER ws-claim-tbl-count

           CLOSE ClaimFile

           DISPLAY "[" ws-claims-cancelled "] open manufacturer "
                   "claim(s) for this sale were cancelled.".
       Cancel-Open-Claims-Exit.
           EXIT.

       Load-One-Claim.
           READ ClaimFile RECORD
             AT END
                SET sw-eof-ClaimFile-Y TO TRUE

            NOT AT END
                IF ws-claim-tbl-count LESS cte-claim-tbl-max
                   IF  claim-rec-stock     EQUAL ws-detw-stock
                   AND claim-rec-sale-date EQUAL ws-detw-sale-date
                   AND sw-claim-rec-open
                       SET sw-claim-rec-cancelled TO TRUE
                       MOVE ws-claim-today
                         TO claim-rec-settle-date
                       ADD cte-01 TO ws-claims-cancelled
                   END-IF

                   ADD cte-01 TO ws-claim-tbl-count
                   MOVE claim-rec
                     TO ws-claim-record (ws-claim-tbl-count)
                ELSE
                   SET sw-claim-overflow-Y TO TRUE
                   SET sw-eof-ClaimFile-Y  TO TRUE
                END-IF
           END-READ.

       Write-One-Claim.
           MOVE ws-claim-record (ws-claim-sub) TO claim-rec
           WRITE claim-rec.

       Reverse-Open-Receivable.
           IF ws-det-found-sub EQUAL ZEROES
              GO TO Reverse-Open-Receivable-Exit
           END-IF

           MOVE ZEROES TO ws-rcv-tbl-count
                          ws-rcvs-reversed
                          ws-rcv-refund
           MOVE 'N'    TO ws-eof-RcvFile
                          ws-rcv-overflow-sw

           OPEN INPUT RcvFile

           IF fs-RcvFile NOT EQUAL "00"
              CLOSE RcvFile
              GO TO Reverse-Open-Receivable-Exit
           END-IF

           PERFORM Load-One-Receivable
             UNTIL sw-eof-RcvFile-Y

           CLOSE RcvFile

           IF sw-rcv-overflow-Y
              DISPLAY "*** The receivables file holds more than ["
                      cte-rcv-tbl-max "] accounts. Reverse the "
                      "receivable for this sale by hand. ***"
              GO TO Reverse-Open-Receivable-Exit
           END-IF

           IF ws-rcvs-reversed EQUAL ZEROES
              GO TO Reverse-Open-Receivable-Exit
           END-IF

           OPEN OUTPUT RcvFile

           IF fs-RcvFile NOT EQUAL "00" AND
              fs-RcvFile NOT EQUAL "05"
              CLOSE RcvFile
              DISPLAY "*** The receivables file could not be "
                      "rewritten. Reverse the receivable for this "
                      "sale by hand. ***"
              GO TO Reverse-Open-Receivable-Exit
           END-IF

           PERFORM Write-One-Receivable
           VARYING ws-rcv-sub FROM 1 BY 1
             UNTIL ws-rcv-sub GREATER ws-rcv-tbl-count

           CLOSE RcvFile

           DISPLAY "[" ws-rcvs-reversed "] open customer "
                   "receivable(s) for this sale were reversed."

           IF ws-rcv-refund GREATER ZEROES
              DISPLAY "*** Instalments of [" ws-rcv-refund "] were "
                      "already received on it: refund the "
                      "customer. ***"
           END-IF.
       Reverse-Open-Receivable-Exit.
           EXIT.

       Load-One-Receivable.
           READ RcvFile RECORD
             AT END
                SET sw-eof-RcvFile-Y TO TRUE

            NOT AT END
                IF ws-rcv-tbl-count LESS cte-rcv-tbl-max
                   IF  rcv-rec-stock     EQUAL ws-detw-stock
                   AND rcv-rec-sale-date EQUAL ws-detw-sale-date
                   AND sw-rcv-rec-open
                       SET sw-rcv-rec-reversed TO TRUE
                       ADD rcv-rec-paid TO ws-rcv-refund
                       ADD cte-01 TO ws-rcvs-reversed
                   END-IF

                   ADD cte-01 TO ws-rcv-tbl-count
                   MOVE rcv-rec
                     TO ws-rcv-record (ws-rcv-tbl-count)
                ELSE
                   SET sw-rcv-overflow-Y TO TRUE
                   SET sw-eof-RcvFile-Y  TO TRUE
                END-IF
           END-READ.

       Write-One-Receivable.
           MOVE ws-rcv-record (ws-rcv-sub) TO rcv-rec
           WRITE rcv-rec.

       Queue-Clawback.
           IF ws-det-found-sub EQUAL ZEROES
              GO TO Queue-Clawback-Exit

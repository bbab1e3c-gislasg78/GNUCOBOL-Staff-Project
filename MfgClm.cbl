       IDENTIFICATION DIVISION.
       PROGRAM-ID. MfgClm.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL IncvProg ASSIGN TO ws-IncvProg-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-IncvProg.

           SELECT OPTIONAL DetailFile ASSIGN TO ws-DetailFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-DetailFile.

           SELECT OPTIONAL ClaimFile ASSIGN TO ws-ClaimFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-ClaimFile.

           SELECT OPTIONAL MfgRemit ASSIGN TO ws-MfgRemit-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-MfgRemit.

       DATA DIVISION.
       FILE SECTION.
       FD  IncvProg
           RECORD CONTAINS 42 CHARACTERS.

       01  incv-rec.
           03  incv-rec-model            PIC X(15) VALUE SPACES.
           03  incv-rec-date-from        PIC 9(08) VALUE ZEROES.
           03  incv-rec-date-to          PIC 9(08) VALUE ZEROES.
           03  incv-rec-holdback-pct     PIC 9(02)V9(02)
                                                   VALUE ZEROES.
           03  incv-rec-incentive        PIC 9(05)V9(02)
                                                   VALUE ZEROES.

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
               88  sw-claim-rec-paid              VALUE "P".
               88  sw-claim-rec-short-paid        VALUE "S".
               88  sw-claim-rec-rejected          VALUE "R".
               88  sw-claim-rec-cancelled         VALUE "C".
           03  claim-rec-settle-date     PIC 9(08) VALUE ZEROES.

       FD  MfgRemit
           RECORD CONTAINS 27 CHARACTERS.

       01  remit-rec.
           03  remit-rec-stock           PIC X(08) VALUE SPACES.
           03  remit-rec-amount          PIC 9(07)V9(02)
                                                   VALUE ZEROES.
           03  remit-rec-reject-code     PIC X(02) VALUE SPACES.
           03  remit-rec-date            PIC 9(08) VALUE ZEROES.

       WORKING-STORAGE SECTION.
       77  fs-IncvProg                  PIC X(02) VALUE SPACES.
       77  fs-DetailFile                PIC X(02) VALUE SPACES.
       77  fs-ClaimFile                 PIC X(02) VALUE SPACES.
       77  fs-MfgRemit                  PIC X(02) VALUE SPACES.

       77  ws-IncvProg-name             PIC X(12) VALUE "IncvProg".
       77  ws-DetailFile-name           PIC X(12) VALUE "CarSlsDt".
       77  ws-ClaimFile-name            PIC X(12) VALUE "ClaimFile".
       77  ws-MfgRemit-name             PIC X(12) VALUE "MfgRemit".

       77  ws-eof-IncvProg              PIC X(01) VALUE 'N'.
           88  sw-eof-IncvProg-Y                  VALUE 'Y'.
       77  ws-eof-DetailFile            PIC X(01) VALUE 'N'.
           88  sw-eof-DetailFile-Y                VALUE 'Y'.
       77  ws-eof-ClaimFile             PIC X(01) VALUE 'N'.
           88  sw-eof-ClaimFile-Y                 VALUE 'Y'.
       77  ws-eof-MfgRemit              PIC X(01) VALUE 'N'.
           88  sw-eof-MfgRemit-Y                  VALUE 'Y'.

       78  cte-01                                 VALUE 01.
       78  cte-incv-tbl-max                       VALUE 200.
       78  cte-claim-tbl-max                      VALUE 1000.

       01  ws-menu-controls.
           03  ws-menu-option           PIC 9(01) VALUE ZERO.
               88  sw-menu-option-program         VALUE 1.
               88  sw-menu-option-generate        VALUE 2.
               88  sw-menu-option-match           VALUE 3.
               88  sw-menu-option-ageing          VALUE 4.
               88  sw-menu-option-shortfall       VALUE 5.
               88  sw-menu-option-exit            VALUE 6.

       01  ws-capture-fields.
           03  ws-cap-model             PIC X(15) VALUE SPACES.
           03  ws-cap-date-from         PIC 9(08) VALUE ZEROES.
           03  ws-cap-date-to           PIC 9(08) VALUE ZEROES.
           03  ws-cap-holdback-pct      PIC 9(02)V9(02)
                                                  VALUE ZEROES.
           03  ws-cap-incentive         PIC 9(05)V9(02)
                                                  VALUE ZEROES.

       01  ws-incv-controls.
           03  ws-incv-tbl-count        PIC 9(03) VALUE ZEROES.
           03  ws-incv-sub              PIC 9(03) VALUE ZEROES.
           03  ws-incv-found-sub        PIC 9(03) VALUE ZEROES.

       01  ws-incv-table.
           03  ws-incv-entry OCCURS cte-incv-tbl-max TIMES.
               05  ws-incv-model        PIC X(15).
               05  ws-incv-date-from    PIC 9(08).
               05  ws-incv-date-to      PIC 9(08).
               05  ws-incv-holdback-pct PIC 9(02)V9(02).
               05  ws-incv-incentive    PIC 9(05)V9(02).

       01  ws-claim-controls.
           03  ws-claim-tbl-count       PIC 9(04) VALUE ZEROES.
           03  ws-claim-sub             PIC 9(04) VALUE ZEROES.
           03  ws-claim-found-sub       PIC 9(04) VALUE ZEROES.
           03  ws-claim-last-number     PIC 9(06) VALUE ZEROES.
           03  ws-claim-overflow-sw     PIC X(01) VALUE 'N'.
               88  sw-claim-overflow-Y            VALUE 'Y'.

       01  ws-claim-table.
           03  ws-claim-entry OCCURS cte-claim-tbl-max TIMES.
               05  ws-clm-number        PIC 9(06).
               05  ws-clm-stock         PIC X(08).
               05  ws-clm-model         PIC X(15).
               05  ws-clm-sale-date     PIC 9(08).
               05  ws-clm-lastname      PIC X(15).
               05  ws-clm-firstname     PIC X(10).
               05  ws-clm-holdback      PIC 9(07)V9(02).
               05  ws-clm-incentive     PIC 9(07)V9(02).
               05  ws-clm-expected      PIC 9(07)V9(02).
               05  ws-clm-received      PIC 9(07)V9(02).
               05  ws-clm-status        PIC X(01).
               05  ws-clm-settle-date   PIC 9(08).

       01  ws-claim-counters.
           03  ws-sales-read            PIC 9(06) VALUE ZEROES.
           03  ws-claims-raised         PIC 9(05) VALUE ZEROES.
           03  ws-claims-existing       PIC 9(05) VALUE ZEROES.
           03  ws-sales-no-program      PIC 9(05) VALUE ZEROES.
           03  ws-sales-no-stock        PIC 9(05) VALUE ZEROES.
           03  ws-raised-amount         PIC 9(09)V9(02)
                                                  VALUE ZEROES.
           03  ws-remit-read            PIC 9(05) VALUE ZEROES.
           03  ws-remit-paid            PIC 9(05) VALUE ZEROES.
           03  ws-remit-short           PIC 9(05) VALUE ZEROES.
           03  ws-remit-rejected        PIC 9(05) VALUE ZEROES.
           03  ws-remit-unmatched       PIC 9(05) VALUE ZEROES.
           03  ws-remit-amount          PIC 9(09)V9(02)
                                                  VALUE ZEROES.

       01  ws-claim-work.
           03  ws-clw-holdback          PIC 9(07)V9(02)
                                                  VALUE ZEROES.
           03  ws-clw-expected          PIC 9(07)V9(02)
                                                  VALUE ZEROES.
           03  ws-clw-outstanding       PIC 9(07)V9(02)
                                                  VALUE ZEROES.

       01  ws-ageing-fields.
           03  ws-today                 PIC 9(08) VALUE ZEROES.
           03  ws-today-int             PIC 9(07) VALUE ZEROES.
           03  ws-claim-age             PIC S9(05) VALUE ZEROES.
           03  ws-age-0-30              PIC 9(09)V9(02)
                                                  VALUE ZEROES.
           03  ws-age-31-60             PIC 9(09)V9(02)
                                                  VALUE ZEROES.
           03  ws-age-61-90             PIC 9(09)V9(02)
                                                  VALUE ZEROES.
           03  ws-age-over-90           PIC 9(09)V9(02)
                                                  VALUE ZEROES.
           03  ws-open-count            PIC 9(05) VALUE ZEROES.
           03  ws-open-total            PIC 9(09)V9(02)
                                                  VALUE ZEROES.
           03  ws-shortfall-count       PIC 9(05) VALUE ZEROES.
           03  ws-shortfall-total       PIC 9(09)V9(02)
                                                  VALUE ZEROES.

       01  ws-fmtmny-fields.
           03  ws-fmtmny-amount         PIC S9(11)V9(02)
                                        SIGN IS LEADING
                                        SEPARATE CHARACTER
                                                  VALUE ZEROES.
           03  ws-fmtmny-formatted      PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "Manufacturer holdback and incentive claims."

           PERFORM Process-Menu
             UNTIL sw-menu-option-exit

           STOP RUN.

       Process-Menu.
           DISPLAY SPACE
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "|     Manufacturer Claims.          |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "| [1]. Record an incentive program. |"
           DISPLAY "| [2]. Raise claims from the sales. |"
           DISPLAY "| [3]. Match a remittance file.     |"
           DISPLAY "| [4]. Open-claims ageing report.   |"
           DISPLAY "| [5]. Short-paid & rejected list.  |"
           DISPLAY "| [6]. Exit this program.           |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "Enter your own choice: " WITH NO ADVANCING
           ACCEPT ws-menu-option

           EVALUATE TRUE
               WHEN sw-menu-option-program
                    PERFORM Record-Incentive-Program
                      THRU Record-Incentive-Program-Exit

               WHEN sw-menu-option-generate
                    PERFORM Raise-Sale-Claims
                      THRU Raise-Sale-Claims-Exit

               WHEN sw-menu-option-match
                    PERFORM Match-Remittance-File
                      THRU Match-Remittance-File-Exit

               WHEN sw-menu-option-ageing
                    PERFORM Print-Open-Claims-Ageing
                      THRU Print-Open-Claims-Ageing-Exit

               WHEN sw-menu-option-shortfall
                    PERFORM Print-Short-Paid-Claims
                      THRU Print-Short-Paid-Claims-Exit

               WHEN sw-menu-option-exit
                    DISPLAY "Leaving this program..."

               WHEN OTHER
                    DISPLAY "Unrecognized option. Please try again!"
           END-EVALUATE.

       Record-Incentive-Program.
           DISPLAY "Model                       : "
              WITH NO ADVANCING
           ACCEPT ws-cap-model

           DISPLAY "Sales from date (CCYYMMDD)  : "
              WITH NO ADVANCING
           ACCEPT ws-cap-date-from

           DISPLAY "Sales to date (CCYYMMDD)    : "
              WITH NO ADVANCING
           ACCEPT ws-cap-date-to

           DISPLAY "Holdback percent of price   : "
              WITH NO ADVANCING
           ACCEPT ws-cap-holdback-pct

           DISPLAY "Incentive amount per unit   : "
              WITH NO ADVANCING
           ACCEPT ws-cap-incentive

           IF ws-cap-model EQUAL SPACES
              DISPLAY "The model must be entered. Nothing recorded."
              GO TO Record-Incentive-Program-Exit
           END-IF

           IF ws-cap-date-from EQUAL ZEROES
           OR ws-cap-date-to LESS ws-cap-date-from
              DISPLAY "The date range [" ws-cap-date-from "] - ["
                      ws-cap-date-to "] is not valid. Nothing "
                      "recorded."
              GO TO Record-Incentive-Program-Exit
           END-IF

           PERFORM Load-Program-Table
             THRU Load-Program-Table-Exit

           MOVE ZEROES TO ws-incv-found-sub

           PERFORM Match-Overlapping-Program
           VARYING ws-incv-sub FROM 1 BY 1
             UNTIL ws-incv-sub GREATER ws-incv-tbl-count
                OR ws-incv-found-sub GREATER ZEROES

           IF ws-incv-found-sub GREATER ZEROES
              DISPLAY "The range overlaps the program of ["
                      ws-incv-date-from (ws-incv-found-sub) "] - ["
                      ws-incv-date-to (ws-incv-found-sub) "] for "
                      "this model. Nothing recorded."
              GO TO Record-Incentive-Program-Exit
           END-IF

           OPEN EXTEND IncvProg

           IF fs-IncvProg EQUAL "00" OR fs-IncvProg EQUAL "05"
              MOVE ws-cap-model        TO incv-rec-model
              MOVE ws-cap-date-from    TO incv-rec-date-from
              MOVE ws-cap-date-to      TO incv-rec-date-to
              MOVE ws-cap-holdback-pct TO incv-rec-holdback-pct
              MOVE ws-cap-incentive    TO incv-rec-incentive

              WRITE incv-rec

              CLOSE IncvProg

              DISPLAY "The incentive program was recorded."
           ELSE
              CLOSE IncvProg
              DISPLAY "*** WARNING: the incentive program file could "
                      "not be opened. Nothing recorded. ***"
           END-IF.
       Record-Incentive-Program-Exit.
           EXIT.

       Match-Overlapping-Program.
           IF  ws-incv-model (ws-incv-sub) EQUAL ws-cap-model
           AND ws-incv-date-from (ws-incv-sub) NOT GREATER
               ws-cap-date-to
           AND ws-incv-date-to (ws-incv-sub) NOT LESS
               ws-cap-date-from
               MOVE ws-incv-sub TO ws-incv-found-sub
           END-IF.

       Raise-Sale-Claims.
           PERFORM Load-Program-Table
             THRU Load-Program-Table-Exit

           IF ws-incv-tbl-count EQUAL ZEROES
              DISPLAY "No incentive program is on file. No claims "
                      "raised."
              GO TO Raise-Sale-Claims-Exit
           END-IF

           PERFORM Load-Claim-Table
             THRU Load-Claim-Table-Exit

           IF sw-claim-overflow-Y
              GO TO Raise-Sale-Claims-Exit
           END-IF

           MOVE ZEROES TO ws-sales-read
                          ws-claims-raised
                          ws-claims-existing
                          ws-sales-no-program
                          ws-sales-no-stock
                          ws-raised-amount
           MOVE 'N'    TO ws-eof-DetailFile

           OPEN INPUT DetailFile

           IF fs-DetailFile NOT EQUAL "00"
              CLOSE DetailFile
              DISPLAY "No sales detail file was found. No claims "
                      "raised."
              GO TO Raise-Sale-Claims-Exit
           END-IF

           PERFORM Claim-One-Sale
             UNTIL sw-eof-DetailFile-Y

           CLOSE DetailFile

           IF ws-claims-raised GREATER ZEROES
              PERFORM Rewrite-Claim-File
                THRU Rewrite-Claim-File-Exit
           END-IF

           MOVE ws-raised-amount TO ws-fmtmny-amount
           CALL "FmtMny" USING ws-fmtmny-amount ws-fmtmny-formatted

           DISPLAY SPACE
           DISPLAY "Sales read                      : ["
                   ws-sales-read "]."
           DISPLAY "Claims raised                   : ["
                   ws-claims-raised "]."
           DISPLAY "Amount claimed                  : ["
                   ws-fmtmny-formatted "]."
           DISPLAY "Sales already claimed           : ["
                   ws-claims-existing "]."
           DISPLAY "Sales with no program in force  : ["
                   ws-sales-no-program "]."
           DISPLAY "Sales naming no stock unit      : ["
                   ws-sales-no-stock "].".
       Raise-Sale-Claims-Exit.
           EXIT.

       Claim-One-Sale.
           READ DetailFile RECORD
             AT END
                SET sw-eof-DetailFile-Y TO TRUE

            NOT AT END
                IF NOT sw-detail-rec-reversed
                   ADD cte-01 TO ws-sales-read

                   IF detail-rec-stock EQUAL SPACES
                      ADD cte-01 TO ws-sales-no-stock
                   ELSE
                      PERFORM Find-Sale-Claim

                      IF ws-claim-found-sub GREATER ZEROES
                         ADD cte-01 TO ws-claims-existing
                      ELSE
                         PERFORM Raise-One-Claim
                      END-IF
                   END-IF
                END-IF
           END-READ.

       Find-Sale-Claim.
           MOVE ZEROES TO ws-claim-found-sub

           PERFORM Match-Sale-Claim
           VARYING ws-claim-sub FROM 1 BY 1
             UNTIL ws-claim-sub GREATER ws-claim-tbl-count
                OR ws-claim-found-sub GREATER ZEROES.

       Match-Sale-Claim.
           IF  ws-clm-stock (ws-claim-sub) EQUAL detail-rec-stock
           AND ws-clm-sale-date (ws-claim-sub) EQUAL
               detail-rec-sale-date
               MOVE ws-claim-sub TO ws-claim-found-sub
           END-IF.

       Raise-One-Claim.
           MOVE ZEROES TO ws-incv-found-sub

           PERFORM Match-Sale-Program
           VARYING ws-incv-sub FROM 1 BY 1
             UNTIL ws-incv-sub GREATER ws-incv-tbl-count
                OR ws-incv-found-sub GREATER ZEROES

           IF ws-incv-found-sub EQUAL ZEROES
              ADD cte-01 TO ws-sales-no-program
              DISPLAY "*** No incentive program covers ["
                      detail-rec-model "] sold on ["
                      detail-rec-sale-date "]. ***"
           ELSE
              COMPUTE ws-clw-holdback ROUNDED =
                      detail-rec-amount
                    * ws-incv-holdback-pct (ws-incv-found-sub) / 100
              COMPUTE ws-clw-expected =
                      ws-clw-holdback
                    + ws-incv-incentive (ws-incv-found-sub)

              IF ws-claim-tbl-count LESS cte-claim-tbl-max
                 ADD cte-01 TO ws-claim-tbl-count
                                ws-claim-last-number
                                ws-claims-raised
                 ADD ws-clw-expected TO ws-raised-amount
                 MOVE ws-claim-last-number
                   TO ws-clm-number      (ws-claim-tbl-count)
                 MOVE detail-rec-stock
                   TO ws-clm-stock       (ws-claim-tbl-count)
                 MOVE detail-rec-model
                   TO ws-clm-model       (ws-claim-tbl-count)
                 MOVE detail-rec-sale-date
                   TO ws-clm-sale-date   (ws-claim-tbl-count)
                 MOVE detail-rec-lastname
                   TO ws-clm-lastname    (ws-claim-tbl-count)
                 MOVE detail-rec-firstname
                   TO ws-clm-firstname   (ws-claim-tbl-count)
                 MOVE ws-clw-holdback
                   TO ws-clm-holdback    (ws-claim-tbl-count)
                 MOVE ws-incv-incentive (ws-incv-found-sub)
                   TO ws-clm-incentive   (ws-claim-tbl-count)
                 MOVE ws-clw-expected
                   TO ws-clm-expected    (ws-claim-tbl-count)
                 MOVE ZEROES
                   TO ws-clm-received    (ws-claim-tbl-count)
                      ws-clm-settle-date (ws-claim-tbl-count)
                 MOVE "O"
                   TO ws-clm-status      (ws-claim-tbl-count)

                 DISPLAY "Claim [" ws-claim-last-number "] for ["
                         detail-rec-stock "] [" detail-rec-model
                         "] expects [" ws-clw-expected "]."
              ELSE
                 DISPLAY "*** WARNING: the claim table is full at ["
                         cte-claim-tbl-max "]. The sale of ["
                         detail-rec-stock "] was not claimed. ***"
              END-IF
           END-IF.

       Match-Sale-Program.
           IF  ws-incv-model (ws-incv-sub) EQUAL detail-rec-model
           AND ws-incv-date-from (ws-incv-sub) NOT GREATER
               detail-rec-sale-date
           AND ws-incv-date-to (ws-incv-sub) NOT LESS
               detail-rec-sale-date
               MOVE ws-incv-sub TO ws-incv-found-sub
           END-IF.

       Match-Remittance-File.
           DISPLAY "Remittance file name        : "
              WITH NO ADVANCING
           ACCEPT ws-MfgRemit-name

           PERFORM Load-Claim-Table
             THRU Load-Claim-Table-Exit

           IF ws-claim-tbl-count EQUAL ZEROES
              DISPLAY "No claims are on file. Nothing matched."
              GO TO Match-Remittance-File-Exit
           END-IF

           IF sw-claim-overflow-Y
              GO TO Match-Remittance-File-Exit
           END-IF

           MOVE ZEROES TO ws-remit-read
                          ws-remit-paid
                          ws-remit-short
                          ws-remit-rejected
                          ws-remit-unmatched
                          ws-remit-amount
           MOVE 'N'    TO ws-eof-MfgRemit

           OPEN INPUT MfgRemit

           IF fs-MfgRemit NOT EQUAL "00"
              CLOSE MfgRemit
              DISPLAY "The remittance file [" ws-MfgRemit-name
                      "] was not found. Nothing matched."
              GO TO Match-Remittance-File-Exit
           END-IF

           PERFORM Match-One-Remittance
             UNTIL sw-eof-MfgRemit-Y

           CLOSE MfgRemit

           PERFORM Rewrite-Claim-File
             THRU Rewrite-Claim-File-Exit

           MOVE ws-remit-amount TO ws-fmtmny-amount
           CALL "FmtMny" USING ws-fmtmny-amount ws-fmtmny-formatted

           DISPLAY SPACE
           DISPLAY "Remittance lines read           : ["
                   ws-remit-read "]."
           DISPLAY "Amount remitted                 : ["
                   ws-fmtmny-formatted "]."
           DISPLAY "Claims paid in full             : ["
                   ws-remit-paid "]."
           DISPLAY "Claims short-paid               : ["
                   ws-remit-short "]."
           DISPLAY "Claims rejected                 : ["
                   ws-remit-rejected "]."
           DISPLAY "Lines matching no open claim    : ["
                   ws-remit-unmatched "].".
       Match-Remittance-File-Exit.
           EXIT.

       Match-One-Remittance.
           READ MfgRemit RECORD
             AT END
                SET sw-eof-MfgRemit-Y TO TRUE

            NOT AT END
                ADD cte-01           TO ws-remit-read
                ADD remit-rec-amount TO ws-remit-amount

                MOVE ZEROES TO ws-claim-found-sub

                PERFORM Match-Remitted-Claim
                VARYING ws-claim-sub FROM 1 BY 1
                  UNTIL ws-claim-sub GREATER ws-claim-tbl-count
                     OR ws-claim-found-sub GREATER ZEROES

                IF ws-claim-found-sub EQUAL ZEROES
                   ADD cte-01 TO ws-remit-unmatched
                   DISPLAY "*** The remittance for ["
                           remit-rec-stock "] of ["
                           remit-rec-amount "] matches no open "
                           "claim. ***"
                ELSE
                   PERFORM Settle-One-Claim
                END-IF
           END-READ.

       Match-Remitted-Claim.
           IF  ws-clm-stock (ws-claim-sub) EQUAL remit-rec-stock
           AND (ws-clm-status (ws-claim-sub) EQUAL "O"
             OR ws-clm-status (ws-claim-sub) EQUAL "S")
               MOVE ws-claim-sub TO ws-claim-found-sub
           END-IF.

       Settle-One-Claim.
           MOVE remit-rec-date
             TO ws-clm-settle-date (ws-claim-found-sub)

           IF remit-rec-reject-code NOT EQUAL SPACES
              MOVE "R" TO ws-clm-status (ws-claim-found-sub)
              ADD cte-01 TO ws-remit-rejected
           ELSE
              ADD remit-rec-amount
                TO ws-clm-received (ws-claim-found-sub)

              IF ws-clm-received (ws-claim-found-sub) NOT LESS
                 ws-clm-expected (ws-claim-found-sub)
                 MOVE "P" TO ws-clm-status (ws-claim-found-sub)
                 ADD cte-01 TO ws-remit-paid
              ELSE
                 MOVE "S" TO ws-clm-status (ws-claim-found-sub)
                 ADD cte-01 TO ws-remit-short
              END-IF
           END-IF.

       Print-Open-Claims-Ageing.
           PERFORM Load-Claim-Table
             THRU Load-Claim-Table-Exit

           IF ws-claim-tbl-count EQUAL ZEROES
              DISPLAY "No claims are on file. Nothing to age."
              GO TO Print-Open-Claims-Ageing-Exit
           END-IF

           ACCEPT ws-today FROM DATE YYYYMMDD
           COMPUTE ws-today-int = INTEGER-OF-DATE(ws-today)

           MOVE ZEROES TO ws-age-0-30
                          ws-age-31-60
                          ws-age-61-90
                          ws-age-over-90
                          ws-open-count
                          ws-open-total

           DISPLAY SPACE
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "|     Open-claims ageing report.    |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "Claim  Stock    Model           Sold     "
                   "Days  Outstanding"

           PERFORM Age-One-Claim
           VARYING ws-claim-sub FROM 1 BY 1
             UNTIL ws-claim-sub GREATER ws-claim-tbl-count

           DISPLAY SPACE
           DISPLAY "Open claims         : [" ws-open-count "]."
           DISPLAY "Due  0 -  30 days   : [" ws-age-0-30 "]."
           DISPLAY "Due 31 -  60 days   : [" ws-age-31-60 "]."
           DISPLAY "Due 61 -  90 days   : [" ws-age-61-90 "]."
           DISPLAY "Due over 90 days    : [" ws-age-over-90 "]."
           MOVE ws-open-total TO ws-fmtmny-amount
           CALL "FmtMny" USING ws-fmtmny-amount ws-fmtmny-formatted
           DISPLAY "Total outstanding   : [" ws-fmtmny-formatted "].".
       Print-Open-Claims-Ageing-Exit.
           EXIT.

       Age-One-Claim.
           IF ws-clm-status (ws-claim-sub) EQUAL "O"
              COMPUTE ws-claim-age =
                      ws-today-int
                    - INTEGER-OF-DATE(ws-clm-sale-date (ws-claim-sub))
              COMPUTE ws-clw-outstanding =
                      ws-clm-expected (ws-claim-sub)
                    - ws-clm-received (ws-claim-sub)

              ADD cte-01             TO ws-open-count
              ADD ws-clw-outstanding TO ws-open-total

              EVALUATE TRUE
                  WHEN ws-claim-age NOT GREATER 30
                       ADD ws-clw-outstanding TO ws-age-0-30
                  WHEN ws-claim-age NOT GREATER 60
                       ADD ws-clw-outstanding TO ws-age-31-60
                  WHEN ws-claim-age NOT GREATER 90
                       ADD ws-clw-outstanding TO ws-age-61-90
                  WHEN OTHER
                       ADD ws-clw-outstanding TO ws-age-over-90
              END-EVALUATE

              DISPLAY "[" ws-clm-number (ws-claim-sub) "] ["
                      ws-clm-stock (ws-claim-sub) "] ["
                      ws-clm-model (ws-claim-sub) "] ["
                      ws-clm-sale-date (ws-claim-sub) "] ["
                      ws-claim-age "] ["
                      ws-clw-outstanding "]."
           END-IF.

       Print-Short-Paid-Claims.
           PERFORM Load-Claim-Table
             THRU Load-Claim-Table-Exit

           IF ws-claim-tbl-count EQUAL ZEROES
              DISPLAY "No claims are on file. Nothing to list."
              GO TO Print-Short-Paid-Claims-Exit
           END-IF

           MOVE ZEROES TO ws-shortfall-count
                          ws-shortfall-total

           DISPLAY SPACE
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "|     Short-paid & rejected claims. |"
           DISPLAY "+===+====+===+====+===+====+===+====+"
           DISPLAY "Claim  Stock    Model           Sold     "
                   "St Expected / Received / Short"

           PERFORM List-One-Shortfall
           VARYING ws-claim-sub FROM 1 BY 1
             UNTIL ws-claim-sub GREATER ws-claim-tbl-count

           MOVE ws-shortfall-total TO ws-fmtmny-amount
           CALL "FmtMny" USING ws-fmtmny-amount ws-fmtmny-formatted

           DISPLAY SPACE
           DISPLAY "Claims to chase     : [" ws-shortfall-count "]."
           DISPLAY "Amount short        : [" ws-fmtmny-formatted "].".
       Print-Short-Paid-Claims-Exit.
           EXIT.

       List-One-Shortfall.
           IF ws-clm-status (ws-claim-sub) EQUAL "S"
           OR ws-clm-status (ws-claim-sub) EQUAL "R"
              COMPUTE ws-clw-outstanding =
                      ws-clm-expected (ws-claim-sub)
                    - ws-clm-received (ws-claim-sub)

              ADD cte-01             TO ws-shortfall-count
              ADD ws-clw-outstanding TO ws-shortfall-total

              DISPLAY "[" ws-clm-number (ws-claim-sub) "] ["
                      ws-clm-stock (ws-claim-sub) "] ["
                      ws-clm-model (ws-claim-sub) "] ["
                      ws-clm-sale-date (ws-claim-sub) "] ["
                      ws-clm-status (ws-claim-sub) "] ["
                      ws-clm-expected (ws-claim-sub) "] ["
                      ws-clm-received (ws-claim-sub) "] ["
                      ws-clw-outstanding "]."
           END-IF.

       Load-Program-Table.
           MOVE ZEROES TO ws-incv-tbl-count
           MOVE 'N'    TO ws-eof-IncvProg

           OPEN INPUT IncvProg

           IF fs-IncvProg NOT EQUAL "00"
              CLOSE IncvProg
              GO TO Load-Program-Table-Exit
           END-IF

           PERFORM Read-One-Program
             UNTIL sw-eof-IncvProg-Y

           CLOSE IncvProg.
       Load-Program-Table-Exit.
           EXIT.

       Read-One-Program.
           READ IncvProg RECORD
             AT END
                SET sw-eof-IncvProg-Y TO TRUE

            NOT AT END
                IF ws-incv-tbl-count LESS cte-incv-tbl-max
                   ADD cte-01 TO ws-incv-tbl-count
                   MOVE incv-rec-model
                     TO ws-incv-model        (ws-incv-tbl-count)
                   MOVE incv-rec-date-from
                     TO ws-incv-date-from    (ws-incv-tbl-count)
                   MOVE incv-rec-date-to
                     TO ws-incv-date-to      (ws-incv-tbl-count)
                   MOVE incv-rec-holdback-pct
                     TO ws-incv-holdback-pct (ws-incv-tbl-count)
                   MOVE incv-rec-incentive
                     TO ws-incv-incentive    (ws-incv-tbl-count)
                ELSE
                   DISPLAY "*** The incentive program file holds "
                           "more than [" cte-incv-tbl-max "] rows. "
                           "Only the first are used. ***"
                   SET sw-eof-IncvProg-Y TO TRUE
                END-IF
           END-READ.

       Load-Claim-Table.
           MOVE ZEROES TO ws-claim-tbl-count
                          ws-claim-last-number
           MOVE 'N'    TO ws-eof-ClaimFile
                          ws-claim-overflow-sw

           OPEN INPUT ClaimFile

           IF fs-ClaimFile NOT EQUAL "00"
              CLOSE ClaimFile
              GO TO Load-Claim-Table-Exit
           END-IF

           PERFORM Read-One-Claim
             UNTIL sw-eof-ClaimFile-Y

           CLOSE ClaimFile

           IF sw-claim-overflow-Y
              DISPLAY "*** The claim file holds more than ["
                      cte-claim-tbl-max "] claims. Nothing was "
                      "changed: archive the settled claims. ***"
           END-IF.
       Load-Claim-Table-Exit.
           EXIT.

       Read-One-Claim.
           READ ClaimFile RECORD
             AT END
                SET sw-eof-ClaimFile-Y TO TRUE

            NOT AT END
                IF ws-claim-tbl-count LESS cte-claim-tbl-max
                   ADD cte-01 TO ws-claim-tbl-count
                   MOVE claim-rec-number
                     TO ws-clm-number      (ws-claim-tbl-count)
                   MOVE claim-rec-stock
                     TO ws-clm-stock       (ws-claim-tbl-count)
                   MOVE claim-rec-model
                     TO ws-clm-model       (ws-claim-tbl-count)
                   MOVE claim-rec-sale-date
                     TO ws-clm-sale-date   (ws-claim-tbl-count)
                   MOVE claim-rec-lastname
                     TO ws-clm-lastname    (ws-claim-tbl-count)
                   MOVE claim-rec-firstname
                     TO ws-clm-firstname   (ws-claim-tbl-count)
                   MOVE claim-rec-holdback
                     TO ws-clm-holdback    (ws-claim-tbl-count)
                   MOVE claim-rec-incentive
                     TO ws-clm-incentive   (ws-claim-tbl-count)
                   MOVE claim-rec-expected
                     TO ws-clm-expected    (ws-claim-tbl-count)
                   MOVE claim-rec-received
                     TO ws-clm-received    (ws-claim-tbl-count)
                   MOVE claim-rec-status
                     TO ws-clm-status      (ws-claim-tbl-count)
                   MOVE claim-rec-settle-date
                     TO ws-clm-settle-date (ws-claim-tbl-count)

                   IF claim-rec-number GREATER ws-claim-last-number
                      MOVE claim-rec-number TO ws-claim-last-number
                   END-IF
                ELSE
                   SET sw-claim-overflow-Y TO TRUE
                   SET sw-eof-ClaimFile-Y  TO TRUE
                END-IF
           END-READ.

       Rewrite-Claim-File.
           OPEN OUTPUT ClaimFile

           IF fs-ClaimFile NOT EQUAL "00" AND fs-ClaimFile NOT EQUAL
              "05"
              CLOSE ClaimFile
              DISPLAY "*** WARNING: the claim file could not be "
                      "rewritten. Nothing was saved. ***"
              GO TO Rewrite-Claim-File-Exit
           END-IF

           PERFORM Write-One-Claim
           VARYING ws-claim-sub FROM 1 BY 1
             UNTIL ws-claim-sub GREATER ws-claim-tbl-count

           CLOSE ClaimFile.
       Rewrite-Claim-File-Exit.
           EXIT.

       Write-One-Claim.
           MOVE ws-clm-number      (ws-claim-sub) TO claim-rec-number
           MOVE ws-clm-stock       (ws-claim-sub) TO claim-rec-stock
           MOVE ws-clm-model       (ws-claim-sub) TO claim-rec-model
           MOVE ws-clm-sale-date   (ws-claim-sub)
             TO claim-rec-sale-date
           MOVE ws-clm-lastname    (ws-claim-sub)
             TO claim-rec-lastname
           MOVE ws-clm-firstname   (ws-claim-sub)
             TO claim-rec-firstname
           MOVE ws-clm-holdback    (ws-claim-sub)
             TO claim-rec-holdback
           MOVE ws-clm-incentive   (ws-claim-sub)
             TO claim-rec-incentive
           MOVE ws-clm-expected    (ws-claim-sub)
             TO claim-rec-expected
           MOVE ws-clm-received    (ws-claim-sub)
             TO claim-rec-received
           MOVE ws-clm-status      (ws-claim-sub) TO claim-rec-status
           MOVE ws-clm-settle-date (ws-claim-sub)
             TO claim-rec-settle-date

           WRITE claim-rec.

       END PROGRAM MfgClm.

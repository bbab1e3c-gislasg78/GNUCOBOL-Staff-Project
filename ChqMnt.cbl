       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChqMnt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ChqCtl ASSIGN TO ws-ChqCtl-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-ChqCtl.

           SELECT OPTIONAL ChqReg ASSIGN TO ws-ChqReg-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-ChqReg.

           SELECT OPTIONAL ChqPrint ASSIGN TO ws-ChqPrint-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-ChqPrint.

           SELECT OPTIONAL ChqPaid ASSIGN TO ws-ChqPaid-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-ChqPaid.

           SELECT OPTIONAL PosPay ASSIGN TO ws-PosPay-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-PosPay.

           SELECT OPTIONAL UnclWage ASSIGN TO ws-UnclWage-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-UnclWage.

           SELECT OPTIONAL GlMap ASSIGN TO ws-GlMap-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-GlMap.

           SELECT OPTIONAL GlFile ASSIGN TO ws-GlFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-GlFile.

       DATA DIVISION.
       FILE SECTION.
       FD  ChqCtl
           RECORD CONTAINS 11 CHARACTERS.

       01  chqctl-rec.
           03  chqctl-rec-next-number    PIC 9(08) VALUE ZEROES.
           03  chqctl-rec-stale-days     PIC 9(03) VALUE ZEROES.

       FD  ChqReg
           RECORD CONTAINS 93 CHARACTERS.

       01  chqreg-rec.
           03  chqreg-rec-number         PIC 9(08) VALUE ZEROES.
           03  chqreg-rec-issue-date     PIC 9(08) VALUE ZEROES.
           03  chqreg-rec-code           PIC 9(06) VALUE ZEROES.
           03  chqreg-rec-payee          PIC X(20) VALUE SPACES.
           03  chqreg-rec-period         PIC 9(06) VALUE ZEROES.
           03  chqreg-rec-amount         PIC 9(07) VALUE ZEROES.
           03  chqreg-rec-status         PIC X(01) VALUE "I".
               88  sw-chqreg-rec-issued           VALUE "I".
               88  sw-chqreg-rec-cashed           VALUE "C".
               88  sw-chqreg-rec-void             VALUE "V".
               88  sw-chqreg-rec-stale            VALUE "S".
           03  chqreg-rec-status-date    PIC 9(08) VALUE ZEROES.
           03  chqreg-rec-reason         PIC X(20) VALUE SPACES.
           03  chqreg-rec-replaces       PIC 9(08) VALUE ZEROES.
           03  chqreg-rec-pospay         PIC X(01) VALUE "N".
               88  sw-chqreg-rec-pospay-due       VALUE "N".
               88  sw-chqreg-rec-pospay-sent      VALUE "Y".

       FD  ChqPrint
           RECORD CONTAINS 80 CHARACTERS.

       01  f-ChqPrint-rec               PIC X(80) VALUE SPACES.

       FD  ChqPaid
           RECORD CONTAINS 23 CHARACTERS.

       01  chqpaid-rec.
           03  chqpaid-rec-number        PIC 9(08) VALUE ZEROES.
           03  chqpaid-rec-paid-date     PIC 9(08) VALUE ZEROES.
           03  chqpaid-rec-amount        PIC 9(07) VALUE ZEROES.

       FD  PosPay
           RECORD CONTAINS 60 CHARACTERS.

       01  f-PosPay-rec                 PIC X(60) VALUE SPACES.

       FD  UnclWage
           RECORD CONTAINS 55 CHARACTERS.

       01  uncl-rec.
           03  uncl-rec-code             PIC 9(06) VALUE ZEROES.
           03  uncl-rec-payee            PIC X(20) VALUE SPACES.
           03  uncl-rec-cheque           PIC 9(08) VALUE ZEROES.
           03  uncl-rec-period           PIC 9(06) VALUE ZEROES.
           03  uncl-rec-amount           PIC 9(07) VALUE ZEROES.
           03  uncl-rec-date             PIC 9(08) VALUE ZEROES.

       FD  GlMap
           RECORD CONTAINS 17 CHARACTERS.

       01  glmap-rec.
           03  glmap-rec-component       PIC X(08) VALUE SPACES.
           03  glmap-rec-account         PIC 9(08) VALUE ZEROES.
           03  glmap-rec-drcr            PIC X(01) VALUE SPACE.

       FD  GlFile
           RECORD CONTAINS 60 CHARACTERS.

       01  f-GlFile-rec                 PIC X(60) VALUE SPACES.

       WORKING-STORAGE SECTION.
       77  fs-ChqCtl                    PIC X(02) VALUE SPACES.
       77  fs-ChqReg                    PIC X(02) VALUE SPACES.
       77  fs-ChqPrint                  PIC X(02) VALUE SPACES.
       77  fs-ChqPaid                   PIC X(02) VALUE SPACES.
       77  fs-PosPay                    PIC X(02) VALUE SPACES.
       77  fs-UnclWage                  PIC X(02) VALUE SPACES.
       77  fs-GlMap                     PIC X(02) VALUE SPACES.
       77  fs-GlFile                    PIC X(02) VALUE SPACES.

       77  ws-ChqCtl-name               PIC X(12) VALUE "ChqCtl".
       77  ws-ChqReg-name               PIC X(12) VALUE "ChqReg".
       77  ws-ChqPrint-name             PIC X(12) VALUE "ChqPrint".
       77  ws-ChqPaid-name              PIC X(12) VALUE "ChqPaid".
       77  ws-PosPay-name               PIC X(12) VALUE "PosPay".
       77  ws-UnclWage-name             PIC X(12) VALUE "UnclWage".
       77  ws-GlMap-name                PIC X(12) VALUE "GlMap".
       77  ws-GlFile-name               PIC X(12) VALUE "GlFile".

       77  ws-eof-ChqReg                PIC X(01) VALUE 'N'.
           88  sw-eof-ChqReg-Y                    VALUE 'Y'.
       77  ws-eof-ChqPaid               PIC X(01) VALUE 'N'.
           88  sw-eof-ChqPaid-Y                   VALUE 'Y'.
       77  ws-eof-GlMap                 PIC X(01) VALUE 'N'.
           88  sw-eof-GlMap-Y                     VALUE 'Y'.

       78  cte-01                                 VALUE 01.
       78  cte-reg-tbl-max                        VALUE 2000.
       78  cte-map-tbl-max                        VALUE 40.

       01  ws-menu-controls.
           03  ws-menu-option           PIC 9(01) VALUE ZERO.
               88  sw-menu-option-void            VALUE 1.
               88  sw-menu-option-reprint         VALUE 2.
               88  sw-menu-option-cashed          VALUE 3.
               88  sw-menu-option-pospay          VALUE 4.
               88  sw-menu-option-outstanding     VALUE 5.
               88  sw-menu-option-exit            VALUE 6.

       01  ws-register-controls.
           03  ws-reg-tbl-count         PIC 9(04) VALUE ZEROES.
           03  ws-reg-sub               PIC 9(04) VALUE ZEROES.
           03  ws-reg-found-sub         PIC 9(04) VALUE ZEROES.
           03  ws-reg-new-sub           PIC 9(04) VALUE ZEROES.
           03  ws-reg-overflow-sw       PIC X(01) VALUE 'N'.
               88  sw-reg-overflow-Y              VALUE 'Y'.

       01  ws-register-table.
           03  ws-reg-entry OCCURS cte-reg-tbl-max TIMES.
               05  ws-reg-number        PIC 9(08).
               05  ws-reg-row           PIC X(93).

       01  ws-control-fields.
           03  ws-chq-next-number       PIC 9(08) VALUE ZEROES.
           03  ws-chq-stale-days        PIC 9(03) VALUE ZEROES.

       01  ws-capture-fields.
           03  ws-cap-number            PIC 9(08) VALUE ZEROES.
           03  ws-cap-reason            PIC X(20) VALUE SPACES.
           03  ws-cap-report-date       PIC 9(08) VALUE ZEROES.
           03  ws-cap-report-date-r REDEFINES ws-cap-report-date.
               05  ws-cap-report-ym     PIC 9(06).
               05  FILLER               PIC 9(02).

       01  ws-date-fields.
           03  ws-today                 PIC 9(08) VALUE ZEROES.
           03  ws-report-int            PIC 9(07) VALUE ZEROES.
           03  ws-cheque-age            PIC S9(05) VALUE ZEROES.

       01  ws-run-counters.
           03  ws-paid-read             PIC 9(04) VALUE ZEROES.
           03  ws-paid-matched          PIC 9(04) VALUE ZEROES.
           03  ws-paid-exceptions       PIC 9(04) VALUE ZEROES.
           03  ws-pospay-lines          PIC 9(06) VALUE ZEROES.
           03  ws-pospay-total          PIC 9(11) VALUE ZEROES.
           03  ws-outstanding-count     PIC 9(04) VALUE ZEROES.
           03  ws-outstanding-total     PIC 9(11) VALUE ZEROES.
           03  ws-stale-count           PIC 9(04) VALUE ZEROES.
           03  ws-stale-total           PIC 9(11) VALUE ZEROES.

       01  ws-chq-line                  PIC X(80) VALUE SPACES.
       01  ws-chq-ed-amount             PIC *,***,**9 VALUE ZEROES.

       01  ws-pospay-header.
           03  FILLER                   PIC X(01) VALUE "H".
           03  ws-pph-date              PIC 9(08) VALUE ZEROES.
           03  FILLER                   PIC X(07) VALUE "CHEQUES".
           03  FILLER                   PIC X(44) VALUE SPACES.

       01  ws-pospay-detail.
           03  FILLER                   PIC X(01) VALUE "D".
           03  ws-ppd-action            PIC X(01) VALUE SPACE.
           03  ws-ppd-number            PIC 9(08) VALUE ZEROES.
           03  ws-ppd-issue-date        PIC 9(08) VALUE ZEROES.
           03  ws-ppd-amount            PIC 9(09) VALUE ZEROES.
           03  ws-ppd-payee             PIC X(20) VALUE SPACES.
           03  FILLER                   PIC X(13) VALUE SPACES.

       01  ws-pospay-trailer.
           03  FILLER                   PIC X(01) VALUE "T".
           03  ws-ppt-count             PIC 9(06) VALUE ZEROES.
           03  ws-ppt-total             PIC 9(11) VALUE ZEROES.
           03  FILLER                   PIC X(42) VALUE SPACES.

       01  ws-map-controls.
           03  ws-map-tbl-count         PIC 9(02) VALUE ZEROES.
           03  ws-map-sub               PIC 9(02) VALUE ZEROES.
           03  ws-map-found-sub         PIC 9(02) VALUE ZEROES.
           03  ws-map-seek              PIC X(08) VALUE SPACES.
           03  ws-map-outst-sub         PIC 9(02) VALUE ZEROES.
           03  ws-map-uncl-sub          PIC 9(02) VALUE ZEROES.

       01  ws-map-table.
           03  ws-map-entry OCCURS cte-map-tbl-max TIMES.
               05  ws-map-component     PIC X(08).
               05  ws-map-account       PIC 9(08).
               05  ws-map-drcr          PIC X(01).

       01  ws-posting-controls.
           03  ws-post-lines            PIC 9(04) VALUE ZEROES.
           03  ws-post-debit-total      PIC 9(13) VALUE ZEROES.
           03  ws-post-credit-total     PIC 9(13) VALUE ZEROES.

       01  ws-gl-header.
           03  FILLER                   PIC X(01) VALUE "H".
           03  ws-glh-period            PIC 9(06) VALUE ZEROES.
           03  ws-glh-date              PIC 9(08) VALUE ZEROES.
           03  FILLER                   PIC X(45) VALUE SPACES.

       01  ws-gl-detail.
           03  FILLER                   PIC X(01) VALUE "D".
           03  ws-gld-account           PIC 9(08) VALUE ZEROES.
           03  ws-gld-drcr              PIC X(01) VALUE SPACE.
           03  ws-gld-amount            PIC 9(11) VALUE ZEROES.
           03  ws-gld-cat               PIC 9(04) VALUE ZEROES.
           03  ws-gld-component         PIC X(08) VALUE SPACES.
           03  FILLER                   PIC X(27) VALUE SPACES.

       01  ws-gl-trailer.
           03  FILLER                   PIC X(01) VALUE "T".
           03  ws-glt-lines             PIC 9(04) VALUE ZEROES.
           03  ws-glt-debits            PIC 9(13) VALUE ZEROES.
           03  ws-glt-credits           PIC 9(13) VALUE ZEROES.
           03  FILLER                   PIC X(29) VALUE SPACES.

       01  ws-alertlog-fields.
           03  ws-alertlog-program      PIC X(08) VALUE "ChqMnt".
           03  ws-alertlog-severity     PIC X(01) VALUE "W".
           03  ws-alertlog-key          PIC 9(06) VALUE ZEROES.
           03  ws-alertlog-message      PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "Cheque register maintenance."

           PERFORM Process-Menu
             UNTIL sw-menu-option-exit

           STOP RUN.

       Process-Menu.
           DISPLAY SPACE
           DISPLAY "+===+====+===+====+===+====+===+====+===+"
           DISPLAY "|       Cheque Register.                |"
           DISPLAY "+===+====+===+====+===+====+===+====+===+"
           DISPLAY "| [1]. Void a cheque.                   |"
           DISPLAY "| [2]. Reprint a cheque.                |"
           DISPLAY "| [3]. Record cashed cheques.           |"
           DISPLAY "| [4]. Produce the positive-pay file.   |"
           DISPLAY "| [5]. Outstanding and stale cheques.   |"
           DISPLAY "| [6]. Exit this program.               |"
           DISPLAY "+===+====+===+====+===+====+===+====+===+"
           DISPLAY "Enter your own choice: " WITH NO ADVANCING
           ACCEPT ws-menu-option

           EVALUATE TRUE
               WHEN sw-menu-option-void
                    PERFORM Void-Cheque
                      THRU Void-Cheque-Exit

               WHEN sw-menu-option-reprint
                    PERFORM Reprint-Cheque
                      THRU Reprint-Cheque-Exit

               WHEN sw-menu-option-cashed
                    PERFORM Record-Cashed-Cheques
                      THRU Record-Cashed-Cheques-Exit

               WHEN sw-menu-option-pospay
                    PERFORM Produce-Positive-Pay
                      THRU Produce-Positive-Pay-Exit

               WHEN sw-menu-option-outstanding
                    PERFORM Report-Outstanding-Cheques
                      THRU Report-Outstanding-Cheques-Exit

               WHEN sw-menu-option-exit
                    DISPLAY "Leaving this program..."

               WHEN OTHER
                    DISPLAY "Unrecognized option. Please try again!"
           END-EVALUATE.

       Load-Register.
           ACCEPT ws-today FROM DATE YYYYMMDD

           MOVE ZEROES TO ws-reg-tbl-count
           MOVE 'N'    TO ws-eof-ChqReg
                          ws-reg-overflow-sw

           OPEN INPUT ChqReg

           IF fs-ChqReg EQUAL "00"
              PERFORM Read-One-Register-Row
                UNTIL sw-eof-ChqReg-Y
           END-IF

           CLOSE ChqReg

           IF sw-reg-overflow-Y
              DISPLAY "*** The cheque register holds more than ["
                      cte-reg-tbl-max "] cheques. Archive it before "
                      "maintaining it. ***"
              MOVE ZEROES TO ws-reg-tbl-count
           END-IF.

       Read-One-Register-Row.
           READ ChqReg RECORD
             AT END
                SET sw-eof-ChqReg-Y TO TRUE

            NOT AT END
                IF ws-reg-tbl-count LESS cte-reg-tbl-max
                   ADD cte-01 TO ws-reg-tbl-count
                   MOVE chqreg-rec-number
                     TO ws-reg-number (ws-reg-tbl-count)
                   MOVE chqreg-rec
                     TO ws-reg-row    (ws-reg-tbl-count)
                ELSE
                   SET sw-reg-overflow-Y TO TRUE
                   SET sw-eof-ChqReg-Y   TO TRUE
                END-IF
           END-READ.

       Rewrite-Register.
           OPEN OUTPUT ChqReg

           IF fs-ChqReg NOT EQUAL "00" AND fs-ChqReg NOT EQUAL "05"
              CLOSE ChqReg
              DISPLAY "*** WARNING: the cheque register could not be "
                      "rewritten. Nothing saved. ***"
           ELSE
              PERFORM Write-One-Register-Row
              VARYING ws-reg-sub FROM 1 BY 1
                UNTIL ws-reg-sub GREATER ws-reg-tbl-count

              CLOSE ChqReg
           END-IF.

       Write-One-Register-Row.
           MOVE ws-reg-row (ws-reg-sub) TO chqreg-rec
           WRITE chqreg-rec.

       Find-Cheque.
           MOVE ZEROES TO ws-reg-found-sub

           PERFORM Match-Cheque-Number
           VARYING ws-reg-sub FROM 1 BY 1
             UNTIL ws-reg-sub GREATER ws-reg-tbl-count
                OR ws-reg-found-sub GREATER ZEROES.

       Match-Cheque-Number.
           IF ws-reg-number (ws-reg-sub) EQUAL ws-cap-number
              MOVE ws-reg-sub TO ws-reg-found-sub
           END-IF.

       Load-Cheque-Control.
           MOVE 1   TO ws-chq-next-number
           MOVE 180 TO ws-chq-stale-days

           OPEN INPUT ChqCtl

           IF fs-ChqCtl EQUAL "00"
              READ ChqCtl RECORD
                  NOT AT END
                      MOVE chqctl-rec-next-number
                        TO ws-chq-next-number
                      MOVE chqctl-rec-stale-days
                        TO ws-chq-stale-days
              END-READ
           END-IF

           CLOSE ChqCtl

           IF ws-chq-stale-days EQUAL ZEROES
              MOVE 180 TO ws-chq-stale-days
           END-IF.

       Save-Cheque-Control.
           OPEN OUTPUT ChqCtl
           MOVE ws-chq-next-number TO chqctl-rec-next-number
           MOVE ws-chq-stale-days  TO chqctl-rec-stale-days
           WRITE chqctl-rec
           CLOSE ChqCtl.

       Void-Cheque.
           PERFORM Load-Register

           IF ws-reg-tbl-count EQUAL ZEROES
              DISPLAY "The cheque register is empty."
              GO TO Void-Cheque-Exit
           END-IF

           DISPLAY "Cheque number to void : " WITH NO ADVANCING
           ACCEPT ws-cap-number

           DISPLAY "Reason for the void   : " WITH NO ADVANCING
           ACCEPT ws-cap-reason

           PERFORM Find-Cheque

           IF ws-reg-found-sub EQUAL ZEROES
              DISPLAY "Cheque [" ws-cap-number "] is not on the "
                      "register. Nothing voided."
              GO TO Void-Cheque-Exit
           END-IF

           MOVE ws-reg-row (ws-reg-found-sub) TO chqreg-rec

           IF NOT sw-chqreg-rec-issued
              DISPLAY "Cheque [" ws-cap-number "] has status ["
                      chqreg-rec-status "]: only an outstanding "
                      "cheque can be voided."
              GO TO Void-Cheque-Exit
           END-IF

           IF ws-cap-reason EQUAL SPACES
              MOVE "VOIDED" TO ws-cap-reason
           END-IF

           SET sw-chqreg-rec-void       TO TRUE
           SET sw-chqreg-rec-pospay-due TO TRUE
           MOVE ws-today      TO chqreg-rec-status-date
           MOVE ws-cap-reason TO chqreg-rec-reason
           MOVE chqreg-rec    TO ws-reg-row (ws-reg-found-sub)

           PERFORM Rewrite-Register

           DISPLAY "Cheque [" ws-cap-number "] for ["
                   chqreg-rec-amount "] to [" chqreg-rec-payee
                   "] was voided. Send the next positive-pay file "
                   "so the bank stops it.".
       Void-Cheque-Exit.
           EXIT.

       Reprint-Cheque.
           PERFORM Load-Register

           IF ws-reg-tbl-count EQUAL ZEROES
              DISPLAY "The cheque register is empty."
              GO TO Reprint-Cheque-Exit
           END-IF

           IF ws-reg-tbl-count NOT LESS cte-reg-tbl-max
              DISPLAY "*** The cheque register is full. Nothing "
                      "reprinted. ***"
              GO TO Reprint-Cheque-Exit
           END-IF

           DISPLAY "Cheque number to reprint: " WITH NO ADVANCING
           ACCEPT ws-cap-number

           PERFORM Find-Cheque

           IF ws-reg-found-sub EQUAL ZEROES
              DISPLAY "Cheque [" ws-cap-number "] is not on the "
                      "register. Nothing reprinted."
              GO TO Reprint-Cheque-Exit
           END-IF

           MOVE ws-reg-row (ws-reg-found-sub) TO chqreg-rec

           IF NOT sw-chqreg-rec-issued
              DISPLAY "Cheque [" ws-cap-number "] has status ["
                      chqreg-rec-status "]: only an outstanding "
                      "cheque can be reprinted."
              GO TO Reprint-Cheque-Exit
           END-IF

           OPEN OUTPUT ChqPrint

           IF fs-ChqPrint NOT EQUAL "00" AND fs-ChqPrint NOT EQUAL
              "05"
              CLOSE ChqPrint
              DISPLAY "*** WARNING: the cheque print file could not "
                      "be opened. Nothing reprinted. ***"
              GO TO Reprint-Cheque-Exit
           END-IF

           PERFORM Load-Cheque-Control

           SET sw-chqreg-rec-void       TO TRUE
           SET sw-chqreg-rec-pospay-due TO TRUE
           MOVE ws-today         TO chqreg-rec-status-date
           MOVE SPACES           TO chqreg-rec-reason
           STRING "REPRINTED AS " ws-chq-next-number
                  DELIMITED BY SIZE INTO chqreg-rec-reason
           MOVE chqreg-rec       TO ws-reg-row (ws-reg-found-sub)

           ADD cte-01 TO ws-reg-tbl-count
           MOVE ws-reg-tbl-count TO ws-reg-new-sub

           SET sw-chqreg-rec-issued     TO TRUE
           SET sw-chqreg-rec-pospay-due TO TRUE
           MOVE ws-chq-next-number TO chqreg-rec-number
           MOVE ws-today           TO chqreg-rec-issue-date
                                      chqreg-rec-status-date
           MOVE ws-cap-number      TO chqreg-rec-replaces
           MOVE SPACES             TO chqreg-rec-reason
           STRING "REPLACES " ws-cap-number
                  DELIMITED BY SIZE INTO chqreg-rec-reason
           MOVE chqreg-rec-number  TO ws-reg-number (ws-reg-new-sub)
           MOVE chqreg-rec         TO ws-reg-row    (ws-reg-new-sub)

           PERFORM Print-One-Cheque

           CLOSE ChqPrint

           ADD cte-01 TO ws-chq-next-number
           PERFORM Save-Cheque-Control

           PERFORM Rewrite-Register

           DISPLAY "Cheque [" ws-cap-number "] was voided and "
                   "reprinted as [" chqreg-rec-number "] on ["
                   ws-ChqPrint-name "].".
       Reprint-Cheque-Exit.
           EXIT.

       Print-One-Cheque.
           MOVE ALL "-" TO ws-chq-line
           WRITE f-ChqPrint-rec FROM ws-chq-line

           MOVE SPACES TO ws-chq-line
           STRING "CHEQUE No. [" chqreg-rec-number "]       Date ["
                  chqreg-rec-issue-date "]"
                  DELIMITED BY SIZE INTO ws-chq-line
           WRITE f-ChqPrint-rec FROM ws-chq-line

           MOVE SPACES TO ws-chq-line
           STRING "Pay to the order of: [" chqreg-rec-payee "] ["
                  chqreg-rec-code "]"
                  DELIMITED BY SIZE INTO ws-chq-line
           WRITE f-ChqPrint-rec FROM ws-chq-line

           MOVE chqreg-rec-amount TO ws-chq-ed-amount
           MOVE SPACES TO ws-chq-line
           STRING "The sum of         : [" ws-chq-ed-amount
                  "]  Pay period [" chqreg-rec-period "]"
                  DELIMITED BY SIZE INTO ws-chq-line
           WRITE f-ChqPrint-rec FROM ws-chq-line

           MOVE SPACES TO ws-chq-line
           STRING "Reference          : [" chqreg-rec-reason "]"
                  DELIMITED BY SIZE INTO ws-chq-line
           WRITE f-ChqPrint-rec FROM ws-chq-line.

       Record-Cashed-Cheques.
           PERFORM Load-Register

           IF ws-reg-tbl-count EQUAL ZEROES
              DISPLAY "The cheque register is empty."
              GO TO Record-Cashed-Cheques-Exit
           END-IF

           MOVE ZEROES TO ws-paid-read
                          ws-paid-matched
                          ws-paid-exceptions
           MOVE 'N'    TO ws-eof-ChqPaid

           OPEN INPUT ChqPaid

           IF fs-ChqPaid NOT EQUAL "00"
              CLOSE ChqPaid
              DISPLAY "No paid-cheques file [" ws-ChqPaid-name
                      "] from the bank was found."
              GO TO Record-Cashed-Cheques-Exit
           END-IF

           PERFORM Match-One-Paid-Cheque
             UNTIL sw-eof-ChqPaid-Y

           CLOSE ChqPaid

           IF ws-paid-matched GREATER ZEROES
              PERFORM Rewrite-Register
           END-IF

           DISPLAY SPACE
           DISPLAY "Paid items read      : [" ws-paid-read "]."
           DISPLAY "Cheques marked cashed: [" ws-paid-matched "]."
           DISPLAY "Exceptions to review : [" ws-paid-exceptions
                   "].".
       Record-Cashed-Cheques-Exit.
           EXIT.

       Match-One-Paid-Cheque.
           READ ChqPaid RECORD
             AT END
                SET sw-eof-ChqPaid-Y TO TRUE

            NOT AT END
                ADD cte-01 TO ws-paid-read
                MOVE chqpaid-rec-number TO ws-cap-number
                PERFORM Find-Cheque

                IF ws-reg-found-sub EQUAL ZEROES
                   ADD cte-01 TO ws-paid-exceptions
                   DISPLAY "*** Paid cheque [" chqpaid-rec-number
                           "] is not on the register. ***"
                ELSE
                   PERFORM Post-One-Paid-Cheque
                END-IF
           END-READ.

       Post-One-Paid-Cheque.
           MOVE ws-reg-row (ws-reg-found-sub) TO chqreg-rec

           EVALUATE TRUE
               WHEN chqpaid-rec-amount NOT EQUAL chqreg-rec-amount
                    ADD cte-01 TO ws-paid-exceptions
                    DISPLAY "*** Cheque [" chqpaid-rec-number
                            "] was paid for [" chqpaid-rec-amount
                            "] but issued for [" chqreg-rec-amount
                            "]. ***"
                    PERFORM Raise-Cheque-Alert

               WHEN sw-chqreg-rec-void
                    ADD cte-01 TO ws-paid-exceptions
                    DISPLAY "*** VOID cheque [" chqpaid-rec-number
                            "] was paid by the bank. ***"
                    PERFORM Raise-Cheque-Alert

               WHEN sw-chqreg-rec-cashed
                    ADD cte-01 TO ws-paid-exceptions
                    DISPLAY "*** Cheque [" chqpaid-rec-number
                            "] was already recorded as cashed. ***"

               WHEN sw-chqreg-rec-stale
                    ADD cte-01 TO ws-paid-matched
                    SET sw-chqreg-rec-cashed TO TRUE
                    MOVE chqpaid-rec-paid-date
                      TO chqreg-rec-status-date
                    MOVE chqreg-rec TO ws-reg-row (ws-reg-found-sub)
                    DISPLAY "Stale cheque [" chqpaid-rec-number
                            "] was presented and paid: reverse its ["
                            chqreg-rec-amount "] from the "
                            "unclaimed-wages liability."

               WHEN OTHER
                    ADD cte-01 TO ws-paid-matched
                    SET sw-chqreg-rec-cashed TO TRUE
                    MOVE chqpaid-rec-paid-date
                      TO chqreg-rec-status-date
                    MOVE chqreg-rec TO ws-reg-row (ws-reg-found-sub)
           END-EVALUATE.

       Raise-Cheque-Alert.
           MOVE chqreg-rec-code TO ws-alertlog-key
           MOVE SPACES          TO ws-alertlog-message
           STRING "CHEQUE " chqpaid-rec-number " PAID AGAINST "
                  "STATUS " chqreg-rec-status " - CHECK AMOUNT"
                  DELIMITED BY SIZE
             INTO ws-alertlog-message
           END-STRING
           CALL "AlertLog" USING ws-alertlog-program
                                 ws-alertlog-severity
                                 ws-alertlog-key
                                 ws-alertlog-message.

       Produce-Positive-Pay.
           PERFORM Load-Register

           IF ws-reg-tbl-count EQUAL ZEROES
              DISPLAY "The cheque register is empty."
              GO TO Produce-Positive-Pay-Exit
           END-IF

           MOVE ZEROES TO ws-pospay-lines
                          ws-pospay-total

           OPEN OUTPUT PosPay

           IF fs-PosPay NOT EQUAL "00" AND fs-PosPay NOT EQUAL "05"
              CLOSE PosPay
              DISPLAY "*** WARNING: the positive-pay file could not "
                      "be opened. Nothing sent. ***"
              GO TO Produce-Positive-Pay-Exit
           END-IF

           MOVE ws-today TO ws-pph-date
           WRITE f-PosPay-rec FROM ws-pospay-header

           PERFORM Write-One-Positive-Pay
           VARYING ws-reg-sub FROM 1 BY 1
             UNTIL ws-reg-sub GREATER ws-reg-tbl-count

           MOVE ws-pospay-lines TO ws-ppt-count
           MOVE ws-pospay-total TO ws-ppt-total
           WRITE f-PosPay-rec FROM ws-pospay-trailer

           CLOSE PosPay

           IF ws-pospay-lines GREATER ZEROES
              PERFORM Rewrite-Register
           END-IF

           DISPLAY "Positive-pay lines written to [" ws-PosPay-name
                   "]: [" ws-pospay-lines "] for [" ws-pospay-total
                   "].".
       Produce-Positive-Pay-Exit.
           EXIT.

       Write-One-Positive-Pay.
           MOVE ws-reg-row (ws-reg-sub) TO chqreg-rec

           IF sw-chqreg-rec-pospay-due
              IF sw-chqreg-rec-void
                 MOVE "V" TO ws-ppd-action
              ELSE
                 MOVE "I" TO ws-ppd-action
                 ADD chqreg-rec-amount TO ws-pospay-total
              END-IF

              MOVE chqreg-rec-number     TO ws-ppd-number
              MOVE chqreg-rec-issue-date TO ws-ppd-issue-date
              MOVE chqreg-rec-amount     TO ws-ppd-amount
              MOVE chqreg-rec-payee      TO ws-ppd-payee
              WRITE f-PosPay-rec FROM ws-pospay-detail

              ADD cte-01 TO ws-pospay-lines

              SET sw-chqreg-rec-pospay-sent TO TRUE
              MOVE chqreg-rec TO ws-reg-row (ws-reg-sub)
           END-IF.

       Report-Outstanding-Cheques.
           PERFORM Load-Register

           IF ws-reg-tbl-count EQUAL ZEROES
              DISPLAY "The cheque register is empty."
              GO TO Report-Outstanding-Cheques-Exit
           END-IF

           DISPLAY "Report date (CCYYMMDD, 0 for today): "
              WITH NO ADVANCING
           ACCEPT ws-cap-report-date

           IF ws-cap-report-date EQUAL ZEROES
              MOVE ws-today TO ws-cap-report-date
           END-IF

           PERFORM Load-Cheque-Control

           COMPUTE ws-report-int =
                   INTEGER-OF-DATE(ws-cap-report-date)

           MOVE ZEROES TO ws-outstanding-count
                          ws-outstanding-total
                          ws-stale-count
                          ws-stale-total

           DISPLAY SPACE
           DISPLAY "+===+====+===+====+===+====+===+====+===+"
           DISPLAY "|  Outstanding cheques at ["
                   ws-cap-report-date "].   |"
           DISPLAY "+===+====+===+====+===+====+===+====+===+"
           DISPLAY "Stale after [" ws-chq-stale-days "] days."
           DISPLAY "Cheque    Issued    Code   Payee                "
                   "   Amount  Days"

           PERFORM Age-One-Cheque
           VARYING ws-reg-sub FROM 1 BY 1
             UNTIL ws-reg-sub GREATER ws-reg-tbl-count

           DISPLAY SPACE
           DISPLAY "Outstanding cheques : [" ws-outstanding-count
                   "] for [" ws-outstanding-total "]."
           DISPLAY "Now stale           : [" ws-stale-count
                   "] for [" ws-stale-total "]."

           IF ws-stale-count GREATER ZEROES
              PERFORM Rewrite-Register

              PERFORM Post-Unclaimed-Wages
                THRU Post-Unclaimed-Wages-Exit
           END-IF.
       Report-Outstanding-Cheques-Exit.
           EXIT.

       Age-One-Cheque.
           MOVE ws-reg-row (ws-reg-sub) TO chqreg-rec

           IF  sw-chqreg-rec-issued
           AND chqreg-rec-issue-date NOT GREATER ws-cap-report-date
               COMPUTE ws-cheque-age = ws-report-int
                     - INTEGER-OF-DATE(chqreg-rec-issue-date)

               ADD cte-01            TO ws-outstanding-count
               ADD chqreg-rec-amount TO ws-outstanding-total

               IF ws-cheque-age GREATER ws-chq-stale-days
                  ADD cte-01            TO ws-stale-count
                  ADD chqreg-rec-amount TO ws-stale-total

                  SET sw-chqreg-rec-stale TO TRUE
                  MOVE ws-cap-report-date TO chqreg-rec-status-date
                  MOVE "UNCLAIMED WAGES"  TO chqreg-rec-reason
                  MOVE chqreg-rec TO ws-reg-row (ws-reg-sub)

                  DISPLAY chqreg-rec-number "  "
                          chqreg-rec-issue-date "  "
                          chqreg-rec-code " " chqreg-rec-payee " "
                          chqreg-rec-amount " " ws-cheque-age
                          "  STALE"
               ELSE
                  DISPLAY chqreg-rec-number "  "
                          chqreg-rec-issue-date "  "
                          chqreg-rec-code " " chqreg-rec-payee " "
                          chqreg-rec-amount " " ws-cheque-age
               END-IF
           END-IF.

       Post-Unclaimed-Wages.
           OPEN EXTEND UnclWage

           IF fs-UnclWage NOT EQUAL "00" AND fs-UnclWage NOT EQUAL
              "05"
              CLOSE UnclWage
              DISPLAY "*** WARNING: the unclaimed-wages ledger could "
                      "not be opened. Record the stale cheques by "
                      "hand. ***"
           ELSE
              PERFORM Write-One-Unclaimed-Row
              VARYING ws-reg-sub FROM 1 BY 1
                UNTIL ws-reg-sub GREATER ws-reg-tbl-count

              CLOSE UnclWage

              DISPLAY "Stale cheques moved to the unclaimed-wages "
                      "ledger [" ws-UnclWage-name "]."
           END-IF

           PERFORM Load-Account-Map
             THRU Load-Account-Map-Exit

           IF ws-map-outst-sub EQUAL ZEROES
           OR ws-map-uncl-sub  EQUAL ZEROES
              DISPLAY "*** The components CHQOUTST and UNCLWAGE are "
                      "not both on [" ws-GlMap-name "]. Post the "
                      "transfer of [" ws-stale-total "] by hand. ***"
              GO TO Post-Unclaimed-Wages-Exit
           END-IF

           OPEN EXTEND GlFile

           IF fs-GlFile NOT EQUAL "00" AND fs-GlFile NOT EQUAL "05"
              CLOSE GlFile
              DISPLAY "*** The posting file could not be opened. "
                      "Post the transfer by hand. ***"
              GO TO Post-Unclaimed-Wages-Exit
           END-IF

           MOVE ZEROES             TO ws-post-lines
                                      ws-post-debit-total
                                      ws-post-credit-total
           MOVE ws-cap-report-ym   TO ws-glh-period
           MOVE ws-cap-report-date TO ws-glh-date
           WRITE f-GlFile-rec FROM ws-gl-header

           MOVE ws-map-outst-sub TO ws-map-found-sub
           PERFORM Write-One-Posting-Line

           MOVE ws-map-uncl-sub TO ws-map-found-sub
           PERFORM Write-One-Posting-Line

           MOVE ws-post-lines        TO ws-glt-lines
           MOVE ws-post-debit-total  TO ws-glt-debits
           MOVE ws-post-credit-total TO ws-glt-credits
           WRITE f-GlFile-rec FROM ws-gl-trailer

           CLOSE GlFile

           DISPLAY "The transfer to unclaimed wages was added to ["
                   ws-GlFile-name "]: debits [" ws-post-debit-total
                   "] credits [" ws-post-credit-total "].".
       Post-Unclaimed-Wages-Exit.
           EXIT.

       Write-One-Unclaimed-Row.
           MOVE ws-reg-row (ws-reg-sub) TO chqreg-rec

           IF  sw-chqreg-rec-stale
           AND chqreg-rec-status-date EQUAL ws-cap-report-date
               MOVE chqreg-rec-code        TO uncl-rec-code
               MOVE chqreg-rec-payee       TO uncl-rec-payee
               MOVE chqreg-rec-number      TO uncl-rec-cheque
               MOVE chqreg-rec-period      TO uncl-rec-period
               MOVE chqreg-rec-amount      TO uncl-rec-amount
               MOVE chqreg-rec-status-date TO uncl-rec-date
               WRITE uncl-rec
           END-IF.

       Load-Account-Map.
           MOVE ZEROES TO ws-map-tbl-count
                          ws-map-outst-sub
                          ws-map-uncl-sub
           MOVE 'N'    TO ws-eof-GlMap

           OPEN INPUT GlMap

           IF fs-GlMap NOT EQUAL "00"
              CLOSE GlMap
              GO TO Load-Account-Map-Exit
           END-IF

           PERFORM Read-One-Map-Row
             UNTIL sw-eof-GlMap-Y

           CLOSE GlMap

           MOVE "CHQOUTST" TO ws-map-seek
           PERFORM Find-Map-Component
           MOVE ws-map-found-sub TO ws-map-outst-sub

           MOVE "UNCLWAGE" TO ws-map-seek
           PERFORM Find-Map-Component
           MOVE ws-map-found-sub TO ws-map-uncl-sub.
       Load-Account-Map-Exit.
           EXIT.

       Read-One-Map-Row.
           READ GlMap RECORD
             AT END
                SET sw-eof-GlMap-Y TO TRUE

            NOT AT END
                IF ws-map-tbl-count LESS cte-map-tbl-max
                   ADD cte-01 TO ws-map-tbl-count
                   MOVE glmap-rec-component
                     TO ws-map-component (ws-map-tbl-count)
                   MOVE glmap-rec-account
                     TO ws-map-account   (ws-map-tbl-count)
                   MOVE glmap-rec-drcr
                     TO ws-map-drcr      (ws-map-tbl-count)
                ELSE
                   SET sw-eof-GlMap-Y TO TRUE
                END-IF
           END-READ.

       Find-Map-Component.
           MOVE ZEROES TO ws-map-found-sub

           PERFORM Match-Map-Component
           VARYING ws-map-sub FROM 1 BY 1
             UNTIL ws-map-sub GREATER ws-map-tbl-count
                OR ws-map-found-sub GREATER ZEROES.

       Match-Map-Component.
           IF ws-map-component (ws-map-sub) EQUAL ws-map-seek
              MOVE ws-map-sub TO ws-map-found-sub
           END-IF.

       Write-One-Posting-Line.
           MOVE ws-map-account (ws-map-found-sub) TO ws-gld-account
           MOVE ws-map-drcr    (ws-map-found-sub) TO ws-gld-drcr
           MOVE ws-stale-total                    TO ws-gld-amount
           MOVE ZEROES                            TO ws-gld-cat
           MOVE ws-map-component (ws-map-found-sub)
             TO ws-gld-component

           WRITE f-GlFile-rec FROM ws-gl-detail

           ADD cte-01 TO ws-post-lines

           IF ws-gld-drcr EQUAL "D"
              ADD ws-gld-amount TO ws-post-debit-total
           ELSE
              ADD ws-gld-amount TO ws-post-credit-total
           END-IF.

       END PROGRAM ChqMnt.

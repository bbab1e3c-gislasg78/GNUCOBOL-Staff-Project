                  RECORD KEY   IS f-IdxFile-rec-cod-employee
                  FILE STATUS  IS fs-IdxFile.

           SELECT OPTIONAL PayHist ASSIGN TO DISK ws-PayHist-name
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS payhist-rec-key
                  ALTERNATE RECORD KEY IS payhist-rec-period
                            WITH DUPLICATES
                  FILE STATUS  IS fs-PayHist.

           SELECT OPTIONAL BankFile ASSIGN TO ws-BankFile-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-EmpBank.

           SELECT OPTIONAL ChqReg ASSIGN TO ws-ChqReg-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-ChqReg.

           SELECT OPTIONAL DistLog ASSIGN TO ws-DistLog-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS fs-DistLog.

       DATA DIVISION.
       FILE SECTION.
       FD  IdxFile
           03  f-IdxFile-rec-cod-cat-employee    PIC 9(04) VALUE ZEROES.

       FD  PayHist
           RECORD CONTAINS 120 CHARACTERS.

       01  payhist-rec.
           03  payhist-rec-key.
               05  payhist-rec-code     PIC 9(06) VALUE ZEROES.
               05  payhist-rec-period   PIC 9(06) VALUE ZEROES.
               05  payhist-rec-run-type PIC X(01) VALUE "R".
                   88  sw-payhist-rec-run-regular     VALUES "R",
                                                                SPACE.
                   88  sw-payhist-rec-run-supplement  VALUE "S".
                   88  sw-payhist-rec-run-reversed    VALUE "V".
                   88  sw-payhist-rec-run-final       VALUE "F".
               05  payhist-rec-run-seq  PIC 9(02) VALUE ZEROES.
           03  payhist-rec-basic        PIC 9(06) VALUE ZEROES.
           03  payhist-rec-da           PIC 9(06) VALUE ZEROES.
           03  payhist-rec-hra          PIC 9(06) VALUE ZEROES.
           03  payhist-rec-ot-pay       PIC 9(06) VALUE ZEROES.
           03  payhist-rec-comm-pay     PIC 9(06) VALUE ZEROES.
           03  payhist-rec-retro-pay    PIC 9(06) VALUE ZEROES.
           03  payhist-rec-shift-pay    PIC 9(06) VALUE ZEROES.
           03  payhist-rec-ss-ee        PIC 9(06) VALUE ZEROES.
           03  payhist-rec-ss-er        PIC 9(06) VALUE ZEROES.
           03  payhist-rec-tp-ded       PIC 9(06) VALUE ZEROES.

       FD  BankFile
           RECORD CONTAINS 60 CHARACTERS.
               05  FILLER               PIC X(42).

       FD  PayslipFile
           RECORD CONTAINS 151 CHARACTERS.

       01  payslip-rec.
           03  payslip-rec-code         PIC X(06) VALUE SPACES.
           03  FILLER                   PIC X(105) VALUE SPACES.
           03  payslip-rec-net          PIC X(16) VALUE SPACES.
           03  FILLER                   PIC X(24) VALUE SPACES.

       FD  EmpBank
           RECORD CONTAINS 64 CHARACTERS.

       01  empbank-rec.
           03  empbank-rec-code         PIC 9(06) VALUE ZEROES.
           03  empbank-rec-account      PIC X(16) VALUE SPACES.
           03  empbank-rec-holder       PIC X(20) VALUE SPACES.
           03  empbank-rec-currency     PIC X(03) VALUE SPACES.
           03  empbank-rec-prenote      PIC X(01) VALUE SPACE.
               88  sw-empbank-rec-verified        VALUES "V",
                                                            SPACE.
               88  sw-empbank-rec-unverified      VALUE "U".
               88  sw-empbank-rec-prenote-sent    VALUE "P".
               88  sw-empbank-rec-rejected        VALUE "R".
           03  empbank-rec-prenote-date PIC 9(08) VALUE ZEROES.

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
               88  sw-chqreg-rec-void             VALUE "V".
           03  FILLER                    PIC X(37) VALUE SPACES.

       FD  DistLog
           RECORD CONTAINS 71 CHARACTERS.

       01  distlog-rec.
           03  distlog-rec-period       PIC 9(06) VALUE ZEROES.
           03  distlog-rec-code         PIC 9(06) VALUE ZEROES.
           03  distlog-rec-status       PIC X(01) VALUE SPACE.
           03  FILLER                   PIC X(58) VALUE SPACES.

       WORKING-STORAGE SECTION.
       77  fs-IdxFile                   PIC X(02) VALUE SPACES.
       77  fs-BankFile                  PIC X(02) VALUE SPACES.
       77  fs-PayslipFile               PIC X(02) VALUE SPACES.
       77  fs-EmpBank                   PIC X(02) VALUE SPACES.
       77  fs-ChqReg                    PIC X(02) VALUE SPACES.
       77  fs-DistLog                   PIC X(02) VALUE SPACES.

       77  ws-IdxFile-name              PIC X(12) VALUE SPACES.
       77  ws-PayHist-name              PIC X(12) VALUE "PayHist".
       77  ws-BankFile-name             PIC X(12) VALUE "BankFile".
       77  ws-PayslipFile-name          PIC X(40) VALUE SPACES.
       77  ws-EmpBank-name              PIC X(12) VALUE "EmpBank".
       77  ws-ChqReg-name               PIC X(12) VALUE "ChqReg".
       77  ws-DistLog-name              PIC X(12) VALUE "DistLog".

       77  ws-eof-IdxFile               PIC X(01) VALUE 'N'.
           88  sw-eof-IdxFile-Y                   VALUE 'Y'.
           88  sw-eof-PayslipFile-Y               VALUE 'Y'.
       77  ws-eof-EmpBank               PIC X(01) VALUE 'N'.
           88  sw-eof-EmpBank-Y                   VALUE 'Y'.
       77  ws-eof-ChqReg                PIC X(01) VALUE 'N'.
           88  sw-eof-ChqReg-Y                    VALUE 'Y'.
       77  ws-eof-DistLog               PIC X(01) VALUE 'N'.
           88  sw-eof-DistLog-Y                   VALUE 'Y'.

       78  cte-01                                 VALUE 01.
       78  cte-emp-tbl-max                        VALUE 500.
               05  ws-emp-slip-count    PIC 9(02).
               05  ws-emp-slip-net      PIC 9(09).
               05  ws-emp-has-empbank   PIC X(01).
               05  ws-emp-chq-count     PIC 9(02).
               05  ws-emp-dist-status   PIC X(01).

       01  ws-parse-fields.
           03  ws-parse-sub             PIC 9(02) VALUE ZEROES.
           03  ws-exception-count       PIC 9(04) VALUE ZEROES.
           03  ws-explained-count       PIC 9(04) VALUE ZEROES.
           03  ws-checked-count         PIC 9(04) VALUE ZEROES.
           03  ws-dist-log-rows         PIC 9(05) VALUE ZEROES.
           03  ws-dist-sent-count       PIC 9(04) VALUE ZEROES.
           03  ws-dist-printed-count    PIC 9(04) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM Collect-Payslip-Lines
             THRU Collect-Payslip-Lines-Exit

           PERFORM Collect-Cheque-Payments
             THRU Collect-Cheque-Payments-Exit

           PERFORM Collect-Distribution-Log
             THRU Collect-Distribution-Log-Exit

           PERFORM Prove-Each-Employee
             THRU Prove-Each-Employee-Exit
           VARYING ws-emp-sub FROM 1 BY 1
                     TO ws-emp-bank-curr  (ws-emp-tbl-count)
                   MOVE 'N'
                     TO ws-emp-has-empbank (ws-emp-tbl-count)
                   MOVE ZEROES
                     TO ws-emp-chq-count   (ws-emp-tbl-count)
                   MOVE SPACE
                     TO ws-emp-dist-status (ws-emp-tbl-count)
                ELSE
                   DISPLAY "*** The reconciliation table is full "
                           "at [" cte-emp-tbl-max "]. Later "
              GO TO Collect-Pay-History-Exit
           END-IF

           MOVE ws-sel-period TO payhist-rec-period

           START PayHist KEY IS EQUAL TO payhist-rec-period
                 INVALID KEY
                         SET sw-eof-PayHist-Y TO TRUE
           END-START

           PERFORM Collect-One-History-Row
             UNTIL sw-eof-PayHist-Y

           EXIT.

       Collect-One-History-Row.
           READ PayHist NEXT RECORD
             AT END
                SET sw-eof-PayHist-Y TO TRUE

            NOT AT END
                IF payhist-rec-period NOT EQUAL ws-sel-period
                   SET sw-eof-PayHist-Y TO TRUE
                ELSE
                IF sw-payhist-rec-run-regular
                    MOVE payhist-rec-code TO ws-emp-seek-code
                    PERFORM Find-Recon-Entry

                               "on the master file. ***"
                    END-IF
                END-IF
                END-IF
           END-READ.

       Collect-Bank-Items.
                END-IF
           END-READ.

       Collect-Cheque-Payments.
           MOVE 'N' TO ws-eof-ChqReg

           OPEN INPUT ChqReg

           IF fs-ChqReg NOT EQUAL "00"
              CLOSE ChqReg
              GO TO Collect-Cheque-Payments-Exit
           END-IF

           PERFORM Collect-One-Cheque
             UNTIL sw-eof-ChqReg-Y

           CLOSE ChqReg.
       Collect-Cheque-Payments-Exit.
           EXIT.

       Collect-One-Cheque.
           READ ChqReg RECORD
             AT END
                SET sw-eof-ChqReg-Y TO TRUE

            NOT AT END
                IF  chqreg-rec-period EQUAL ws-sel-period
                AND NOT sw-chqreg-rec-void
                    MOVE chqreg-rec-code TO ws-emp-seek-code
                    PERFORM Find-Recon-Entry

                    IF ws-emp-found-sub GREATER ZEROES
                       ADD cte-01
                         TO ws-emp-chq-count (ws-emp-found-sub)
                    END-IF
                END-IF
           END-READ.

       Collect-Distribution-Log.
           MOVE ZEROES TO ws-dist-log-rows
           MOVE 'N'    TO ws-eof-DistLog

           OPEN INPUT DistLog

           IF fs-DistLog NOT EQUAL "00"
              CLOSE DistLog
              GO TO Collect-Distribution-Log-Exit
           END-IF

           PERFORM Collect-One-Distribution-Row
             UNTIL sw-eof-DistLog-Y

           CLOSE DistLog.
       Collect-Distribution-Log-Exit.
           EXIT.

       Collect-One-Distribution-Row.
           READ DistLog RECORD
             AT END
                SET sw-eof-DistLog-Y TO TRUE

            NOT AT END
                IF distlog-rec-period EQUAL ws-sel-period
                   ADD cte-01 TO ws-dist-log-rows
                   MOVE distlog-rec-code TO ws-emp-seek-code
                   PERFORM Find-Recon-Entry

                   IF ws-emp-found-sub GREATER ZEROES
                      MOVE distlog-rec-status
                        TO ws-emp-dist-status (ws-emp-found-sub)
                   END-IF
                END-IF
           END-READ.

       Parse-Formatted-Net.
           MOVE ZEROES TO ws-parse-digits

           END-IF

           IF ws-emp-bank-count (ws-emp-sub) EQUAL ZEROES
              IF ws-emp-chq-count (ws-emp-sub) GREATER ZEROES
                 ADD cte-01 TO ws-explained-count
                 DISPLAY "Explained: [" ws-emp-code (ws-emp-sub)
                         "] was paid by cheque."
              ELSE
              IF ws-emp-has-empbank (ws-emp-sub) EQUAL 'N'
                 ADD cte-01 TO ws-explained-count
                 DISPLAY "Explained: [" ws-emp-code (ws-emp-sub)
                         "bank details but NO bank item for the "
                         "period. ***"
              END-IF
              END-IF
           ELSE
           IF ws-emp-bank-count (ws-emp-sub) GREATER 1
              ADD cte-01 TO ws-exception-count
                         ws-emp-hist-net (ws-emp-sub) "]. ***"
              END-IF
              END-IF
           END-IF

           IF ws-dist-log-rows GREATER ZEROES
              EVALUATE ws-emp-dist-status (ws-emp-sub)
                  WHEN "S"
                       ADD cte-01 TO ws-dist-sent-count
                  WHEN "P"
                       ADD cte-01 TO ws-dist-printed-count
                  WHEN "B"
                       ADD cte-01 TO ws-exception-count
                       DISPLAY "*** [" ws-emp-code (ws-emp-sub) "] "
                               "payslip e-mail bounced and it has "
                               "not been printed. ***"
                  WHEN OTHER
                       ADD cte-01 TO ws-exception-count
                       DISPLAY "*** [" ws-emp-code (ws-emp-sub) "] "
                               "has NO payslip distribution record. "
                               "***"
              END-EVALUATE
           END-IF.
       Prove-Each-Employee-Exit.
           EXIT.
                   ws-total-bank-net "]."
           DISPLAY "Payslip net total          : ["
                   ws-total-slip-net "]."

           IF ws-dist-log-rows GREATER ZEROES
              DISPLAY "Payslips e-mailed          : ["
                      ws-dist-sent-count "]."
              DISPLAY "Payslips printed           : ["
                      ws-dist-printed-count "]."
           ELSE
              DISPLAY "No distribution log rows for the period: "
                      "payslip delivery is not proved."
           END-IF

           DISPLAY "Employees proved           : ["
                   ws-checked-count "]."
           DISPLAY "Explained exceptions       : ["
